      *  edits validate item codes against this file instead of a
      *  hardcoded list, and the reports pull ITEM-DESC-M from it.
      *  ITEM-STATUS-M is 'A' while the item is on the menu and 'I'
      *  once retired.  ITEM-SHELF-LIFE-M is the number of days a
      *  perishable item keeps from the day it is received; zero
      *  means the item is not tracked by lot.  Loaded from
      *  ITEM-MASTER.TXT by PIZZA-ITEM-LOAD-PROG.
      *****************************************************************
       01  ITEM-MASTER-REC.
           05  ITEM-CODE-M            PIC X(2).
           05  ITEM-CATEGORY-M        PIC X(10).
           05  ITEM-UOM-M             PIC X(4).
           05  ITEM-STATUS-M          PIC X.
           05  ITEM-SHELF-LIFE-M      PIC 9(3).
