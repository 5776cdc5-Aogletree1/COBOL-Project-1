           COPY PIZZAREC.
      *
       FD  ITEM-MASTER
           RECORD CONTAINS 40 CHARACTERS.
           COPY ITMMSTR.
      *********
       WORKING-STORAGE SECTION.
