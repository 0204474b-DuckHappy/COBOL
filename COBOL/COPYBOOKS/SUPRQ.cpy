      ******************************************************************
      * Copybook: SUPRQ
      * Purpose:  Request area for the shared SUP-CHECK item
      *           supersession routine. Function 'C' follows the
      *           chain from SPQ-ITEM-IN through every link in effect
      *           on SPQ-DATE-IN (zero = every link, whatever its
      *           date) and returns the item it ends at in
      *           SPQ-CURRENT-ITEM, with SPQ-STEPS links followed (zero
      *           for an item not superseded). Function 'F' returns
      *           the whole family the item belongs to: the item every
      *           one of them ends at in SPQ-CURRENT-ITEM, and each
      *           link leading to it in the SPQ-LINK table.
      ******************************************************************
       01  SUPERSESSION-REQUEST.
           02 SPQ-FUNCTION PIC X.
               88 SPQ-FUNC-CURRENT VALUE 'C'.
               88 SPQ-FUNC-FAMILY  VALUE 'F'.
           02 SPQ-ITEM-IN PIC X(6).
           02 SPQ-DATE-IN PIC 9(8).
           02 SPQ-CURRENT-ITEM PIC X(6).
           02 SPQ-STEPS PIC 9(2).
           02 SPQ-LINK-COUNT PIC 9(2).
           02 SPQ-LINK OCCURS 20 TIMES.
               03 SPQ-LINK-OLD PIC X(6).
               03 SPQ-LINK-NEW PIC X(6).
               03 SPQ-LINK-DATE PIC 9(8).
