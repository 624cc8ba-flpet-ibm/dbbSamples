      *****************************************************************
      * MAILLINE - RECORD LAYOUT OF THE PRINT-VENDOR MAIL FILE, ONE
      *            RECORD PER PRINT LINE OF EVERY MAIL PIECE, WRITTEN
      *            BY PENSSTMT (ANNUAL STATEMENTS) AND PENSHLTR
      *            (RETIREMENT-HORIZON LETTERS). ML-KEY PUTS THE FILE
      *            IN POSTCODE ORDER FOR THE POSTAL SORT DISCOUNT -
      *            THE WRITERS BUILD IT ON A KEYED WORK FILE AND
      *            UNLOAD IT IN KEY SEQUENCE. LINES 3-7 OF EACH PIECE
      *            ARE THE FIVE-LINE ADDRESS BLOCK FOR THE ENVELOPE
      *            WINDOW. ML-CC IS THE ASA CARRIAGE CONTROL OF THE
      *            LINE ('1' STARTS A NEW SHEET).
      *            ML-DOC-TYPE :
      *               'STMT' - ANNUAL PENSION STATEMENT
      *               'HRZN' - RETIREMENT-HORIZON LETTER
      *****************************************************************
          05 ML-KEY.
             10 ML-POSTCODE    PIC X(08).
             10 ML-CPR         PIC X(10).
             10 ML-DOC-TYPE    PIC X(04).
             10 ML-LINE-NO     PIC 9(04).
          05 ML-CC             PIC X(01).
          05 ML-TEXT           PIC X(132).
          05 FILLER            PIC X(01).
