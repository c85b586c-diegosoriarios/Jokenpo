000430     COPY JOKPMREC.
000440
000450 FD  AUDIT-FILE.
000460     COPY JOKAUDRC.
000560
000570 WORKING-STORAGE SECTION.
000580*----------------------------------------------------------*
