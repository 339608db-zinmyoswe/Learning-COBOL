      ******************************************************************
      * STORKITR - one line of a class's book-and-uniform kit on
      * STOREKIT.DAT: the STOREITM.DAT item and how many of it each
      * student of the class is issued at the start of the year.
      * STOREDSK keeps the kits and issues a kit whole, once per
      * student per academic year; STORERPT lists the students of a
      * class with a kit who have not yet been issued it.
      ******************************************************************
       01 STORE-KIT-RECORD.
             02 KT-CLASS         PIC 9(02).
             02 KT-ITEM-CODE     PIC X(06).
             02 KT-QUANTITY      PIC 9(03).
