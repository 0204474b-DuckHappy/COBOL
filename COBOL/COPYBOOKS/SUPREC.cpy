      ******************************************************************
      * Copybook: SUPREC
      * Purpose:  SUPERSED.DAT item supersession link, kept by
      *           ITEM-MAINT and read through SUP-CHECK. A link says
      *           that from SUP-EFFECTIVE on, SUP-OLD-ITEM is replaced
      *           by SUP-NEW-ITEM; links follow one another into a
      *           chain ending at the item now sold.
      ******************************************************************
      *    An item has at most one active link out of it, and
      *    ITEM-MAINT refuses a link that would lead back to the item
      *    it replaces, so every chain ends. A cancelled link stays
      *    on file with who cancelled it and when, and is ignored.
       01  SUPERSESSION-RECORD.
           02 SUP-OLD-ITEM       PIC X(6).
           02 SUP-NEW-ITEM       PIC X(6).
           02 SUP-EFFECTIVE      PIC 9(8).
           02 SUP-STATUS         PIC X.
               88 SUP-ACTIVE    VALUE 'A'.
               88 SUP-CANCELLED VALUE 'X'.
           02 SUP-ENTERED-BY     PIC X(8).
           02 SUP-ENTERED-DATE   PIC 9(8).
           02 SUP-CANCELLED-BY   PIC X(8).
           02 SUP-CANCELLED-DATE PIC 9(8).
