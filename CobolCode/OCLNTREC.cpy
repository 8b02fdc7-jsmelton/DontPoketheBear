      *                      TERMINAL REWRITE, RELEASED BY THE
      *                      OPERATOR OR AUTOMATICALLY ONCE THE
      *                      FEED CATCHES UP.
      * 10/15/26   JMELTON   CARVED OCLNTOVRD-GRPS OUT OF THE
      *                      FILLER - ONE BYTE PER FEED FIELD GROUP
      *                      SO EACH SENDER RELEASES ONLY THE GROUPS
      *                      IT OWNS, AND THE OVERRIDE COMES OFF
      *                      ONLY WHEN EVERY GROUP IS RELEASED.
      *****************************************************
       01  OUTCLNTREC.
           02  OBATCH-SW        PIC X(01).
                   04  OCLNTEMAIL       PIC X(40).
                   04  OCLNTOVRD        PIC X(01).
                       88  OCLNT-OVERRIDE       VALUE 'Y'.
      ****WHILE THE OVERRIDE STANDS, ONE BYTE PER FIELD GROUP OF
      ****THE CLNTSRCP PRECEDENCE TABLE: 'N' ONCE THE SENDER THAT
      ****OWNS THE GROUP HAS CAUGHT UP, ANYTHING ELSE STILL HELD.
      ****SPACES WHEN THE OVERRIDE IS SET OR CLEARED, SO A RECORD
      ****FLAGGED BEFORE THE BYTES EXISTED READS AS ALL HELD.
                   04  OCLNTOVRD-GRPS.
                       05  OCLNTOVRD-NAME    PIC X(01).
                           88  OCLNTOVRD-NAME-FREE    VALUE 'N'.
                       05  OCLNTOVRD-ADDR    PIC X(01).
                           88  OCLNTOVRD-ADDR-FREE    VALUE 'N'.
                       05  OCLNTOVRD-CONTACT PIC X(01).
                           88  OCLNTOVRD-CONTACT-FREE VALUE 'N'.
                       05  OCLNTOVRD-LIFE    PIC X(01).
                           88  OCLNTOVRD-LIFE-FREE    VALUE 'N'.
                   04  FILLER           PIC X(182).
