      *****************************************************************
      * PENDSCHM - RECORD LAYOUT OF THE PENDING SCHEME-CHANGE FILE
      *            (VSAM KSDS, KEY = PS-KEY). ONE RECORD PER SCHEME
      *            CHANGE HR HAS AGREED AHEAD OF ITS EFFECTIVE DATE,
      *            LOADED AND VALIDATED AGAINST CPRMAST BY PENSPEND.
      *            CPRFILE APPLIES EVERY PENDING RECORD WHOSE
      *            EFFECTIVE DATE HAS REACHED THE BUSINESS DATE AND
      *            MARKS IT APPLIED, OR MARKS IT AN EXCEPTION WHEN THE
      *            MEMBER HAS LEFT CPRMAST ('XDEL') OR NO LONGER HAS
      *            THE SCHEME THE CHANGE WAS AGREED FROM ('XSCH' -
      *            IT WAS CHANGED BY ANOTHER ROUTE IN THE MEANTIME)
      *            OR IS NO LONGER AN ACTIVE MEMBER ('XSTA' - SINCE
      *            CONVERTED TO A PENSIONER OR DEFERRED AS A LEAVER).
      *            PS-FROM-SCHEME IS RM-SCHEME AS IT STOOD WHEN THE
      *            CHANGE WAS LOADED. PS-DONE-DATE IS THE BUSINESS
      *            DATE OF THE RUN THAT APPLIED OR EXCEPTED IT. A
      *            RECORD IS NEVER DELETED BY THE NIGHTLY RUN, SO
      *            THE FILE ALSO ANSWERS WHAT WAS DONE WITH EACH
      *            CHANGE. PS-CPR IS THE REAL CPR NUMBER, SO KEEP THE
      *            DATASET RACF-PROTECTED LIKE SURRREG.
      *****************************************************************
          05 PS-KEY.
             10 PS-CPR         PIC X(10).
             10 PS-EFF-DATE    PIC 9(08).
          05 PS-NEW-SCHEME     PIC X(01).
          05 PS-FROM-SCHEME    PIC X(01).
          05 PS-STATUS         PIC X(01).
             88 PS-PENDING               VALUE 'P'.
             88 PS-APPLIED               VALUE 'A'.
             88 PS-EXCEPTION             VALUE 'X'.
          05 PS-REASON         PIC X(04).
             88 PS-MEMBER-GONE           VALUE 'XDEL'.
             88 PS-SCHEME-MOVED          VALUE 'XSCH'.
             88 PS-NOT-ACTIVE            VALUE 'XSTA'.
          05 PS-LOAD-DATE      PIC 9(08).
          05 PS-DONE-DATE      PIC 9(08).
          05 FILLER            PIC X(39).
