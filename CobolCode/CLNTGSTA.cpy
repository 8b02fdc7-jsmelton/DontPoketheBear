      *
      * DATE       AUTHOR    DESCRIPTION
      * 09/02/26   JMELTON   INITIAL VERSION
      * 10/15/26   JMELTON   ADDED GSTA-SOURCE, THE FEED SOURCE
      *                      THE VERDICT IS FOR - EACH SENDER
      *                      NOW HAS ITS OWN GATESTAT DATASET.
      *****************************************************
       01  GSTAREC.
           05  GSTA-MARKER          PIC X(08).
           05  GSTA-CTL-COUNT       PIC 9(09).
           05  GSTA-MAST-COUNT      PIC 9(09).
           05  GSTA-DEL-COUNT       PIC 9(09).
           05  GSTA-SOURCE          PIC X(08).
           05  FILLER               PIC X(15).
