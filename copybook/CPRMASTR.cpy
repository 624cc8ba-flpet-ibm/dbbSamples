      *            KEPT SO THE NEXT RUN CAN FLAG A CONTRIBUTION THAT
      *            SWINGS SUSPICIOUSLY AGAINST THE LAST ONE. RECORDS
      *            WRITTEN BEFORE THE FIELD EXISTED CARRY SPACES -
      *            TEST IT FOR NUMERIC BEFORE USING IT. RM-BRANCH IS
      *            THE FILEIN SUB-FILE BRANCH THE MEMBER LAST ARRIVED
      *            UNDER (SPACES ON OLDER RECORDS AND ON RECORDS FROM
      *            A FILEIN WITHOUT SUB-FILE HEADERS). THE UPDATING
      *            PROGRAMS REWRITE AN EXISTING RECORD OVER ITS OWN
      *            IMAGE, SO FIELDS THEY DO NOT OWN SURVIVE.
      *            RM-MBR-STATUS IS SET TO 'P' BY THE MONTHLY PENSCONV
      *            RUN WHEN THE MEMBER IS CONVERTED TO A PENSIONER,
      *            WITH RM-CONV-DATE THE BUSINESS DATE OF THAT RUN;
      *            SPACE (ALL OLDER RECORDS) IS AN ACTIVE MEMBER.
      *            'D' IS A DEFERRED MEMBER : A LEAVER WITH ENOUGH
      *            SERVICE TO VEST, PUT BACK ON THE MASTER BY PENSVEST
      *            WITH RM-CONV-DATE THE LEAVING DATE AND RM-DEFER-BEN
      *            THE PENSBEN MONTHLY BENEFIT FROZEN AT THAT DATE,
      *            WHICH PENSCONV PAYS WHEN THE MEMBER REACHES
      *            RETIREMENT. A DEFERRED MEMBER A BRANCH SENDS AGAIN
      *            HAS REJOINED : CPRFILE MAKES THEM ACTIVE (SPACE),
      *            CLEARS RM-CONV-DATE AND RM-DEFER-BEN AND LOGS A
      *            'STATUS' CHANGE WITH THE DEFERRED RECORD.
      *            CPRBKOUT REVERSES A NIGHT'S INSERTS, DELETES AND
      *            FIELD CHANGES FROM THE CHGHIST LOG, STAMPING
      *            RM-LASTUPD WITH ITS OWN BUSINESS DATE.
      *****************************************************************
          05 RM-CPR      PIC X(10).
          05 RM-AGE      PIC ZZZ.ZZ9,999.
          05 RM-SCHEME   PIC X(01).
          05 RM-LASTUPD  PIC 9(08).
          05 RM-LASTAMT  PIC 9(10)V99.
          05 RM-BRANCH   PIC X(10).
          05 RM-MBR-STATUS PIC X(01).
             88 RM-ACTIVE             VALUE ' ' 'A'.
             88 RM-PENSIONER          VALUE 'P'.
             88 RM-DEFERRED           VALUE 'D'.
          05 RM-CONV-DATE  PIC X(08).
          05 RM-DEFER-BEN  PIC 9(09)V99.
          05 FILLER      PIC X(06).
