      *****************************************************************
      * MBRADDR - RECORD LAYOUT OF THE MEMBER ADDRESS MASTER (VSAM
      *           KSDS, KEY = AD-CPR, THE REAL CPR NUMBER - KEEP THE
      *           DATASET RACF-PROTECTED). MAINTAINED BY PENSADDR
      *           FROM THE WEEKLY HR ADDRESS FEED AND THE RETURNED-
      *           MAIL CARDS; READ BY PENSSTMT AND PENSHLTR FOR THE
      *           ADDRESS BLOCK AND THE PRINT-VENDOR MAIL FILE.
      *           AD-LASTUPD IS THE DATE THE ADDRESS ITSELF LAST
      *           CHANGED, AD-FEED-DATE THE LAST FEED THAT CARRIED
      *           THE MEMBER. AD-STATUS :
      *              SPACE - DELIVERABLE
      *              'U'   - UNDELIVERABLE : MAIL CAME BACK FROM THIS
      *                      ADDRESS (AD-RETURN-DATE/-REASON). NO
      *                      MAILING USES IT UNTIL THE FEED BRINGS A
      *                      DIFFERENT ADDRESS
      *           AD-MISSING-SW IS 'M' WHILE THE MEMBER IS NOT ON
      *           THE FEED ANY MORE - THE ADDRESS IS STILL USED.
      *****************************************************************
          05 AD-CPR            PIC X(10).
          05 AD-EMPNO          PIC X(06).
          05 AD-NAME           PIC X(30).
          05 AD-LINE-1         PIC X(30).
          05 AD-LINE-2         PIC X(30).
          05 AD-POSTCODE       PIC X(08).
          05 AD-TOWN           PIC X(22).
          05 AD-COUNTRY        PIC X(14).
          05 AD-STATUS         PIC X(01).
             88 AD-DELIVERABLE           VALUE SPACE.
             88 AD-UNDELIVERABLE         VALUE 'U'.
          05 AD-RETURN-DATE    PIC 9(08).
          05 AD-RETURN-REASON  PIC X(04).
          05 AD-FEED-DATE      PIC 9(08).
          05 AD-LASTUPD        PIC 9(08).
          05 AD-MISSING-SW     PIC X(01).
             88 AD-ON-FEED               VALUE SPACE.
             88 AD-MISSING               VALUE 'M'.
          05 FILLER            PIC X(20).
