           COPY EMPMSTR.
      *
       FD    ITEM-MASTER
             RECORD CONTAINS 40 CHARACTERS.
           COPY ITMMSTR.
      *
       FD    PIZZA-RUN-LOG-FILE
