      *****************************************************************
      * PENSINQM - SYMBOLIC MAP OF MAP PINQMAP IN THE PENSINQM BMS
      *            MAPSET, AS THE MAPSET ASSEMBLY GENERATES IT.
      *            REGENERATE IT WHENEVER THE SCREEN LAYOUT CHANGES.
      *****************************************************************
       01  PINQMAPI.
           02  FILLER PIC X(12).
           02  CURDTL    COMP  PIC  S9(4).
           02  CURDTF    PICTURE X.
           02  FILLER REDEFINES CURDTF.
             03  CURDTA    PICTURE X.
           02  CURDTI  PIC X(10).
           02  CPRL    COMP  PIC  S9(4).
           02  CPRF    PICTURE X.
           02  FILLER REDEFINES CPRF.
             03  CPRA    PICTURE X.
           02  CPRI  PIC X(10).
           02  AGEL    COMP  PIC  S9(4).
           02  AGEF    PICTURE X.
           02  FILLER REDEFINES AGEF.
             03  AGEA    PICTURE X.
           02  AGEI  PIC X(11).
           02  GENDERL    COMP  PIC  S9(4).
           02  GENDERF    PICTURE X.
           02  FILLER REDEFINES GENDERF.
             03  GENDERA    PICTURE X.
           02  GENDERI  PIC X.
           02  MRCL    COMP  PIC  S9(4).
           02  MRCF    PICTURE X.
           02  FILLER REDEFINES MRCF.
             03  MRCA    PICTURE X.
           02  MRCI  PIC X.
           02  SCHML    COMP  PIC  S9(4).
           02  SCHMF    PICTURE X.
           02  FILLER REDEFINES SCHMF.
             03  SCHMA    PICTURE X.
           02  SCHMI  PIC X.
           02  SCHNML    COMP  PIC  S9(4).
           02  SCHNMF    PICTURE X.
           02  FILLER REDEFINES SCHNMF.
             03  SCHNMA    PICTURE X.
           02  SCHNMI  PIC X(13).
           02  BRCHL    COMP  PIC  S9(4).
           02  BRCHF    PICTURE X.
           02  FILLER REDEFINES BRCHF.
             03  BRCHA    PICTURE X.
           02  BRCHI  PIC X(10).
           02  LUPDL    COMP  PIC  S9(4).
           02  LUPDF    PICTURE X.
           02  FILLER REDEFINES LUPDF.
             03  LUPDA    PICTURE X.
           02  LUPDI  PIC X(8).
           02  LAMTL    COMP  PIC  S9(4).
           02  LAMTF    PICTURE X.
           02  FILLER REDEFINES LAMTF.
             03  LAMTA    PICTURE X.
           02  LAMTI  PIC X(14).
           02  BKLGL    COMP  PIC  S9(4).
           02  BKLGF    PICTURE X.
           02  FILLER REDEFINES BKLGF.
             03  BKLGA    PICTURE X.
           02  BKLGI  PIC X(60).
           02  RETDL    COMP  PIC  S9(4).
           02  RETDF    PICTURE X.
           02  FILLER REDEFINES RETDF.
             03  RETDA    PICTURE X.
           02  RETDI  PIC X(40).
           02  BENFL    COMP  PIC  S9(4).
           02  BENFF    PICTURE X.
           02  FILLER REDEFINES BENFF.
             03  BENFA    PICTURE X.
           02  BENFI  PIC X(14).
           02  ASOFL    COMP  PIC  S9(4).
           02  ASOFF    PICTURE X.
           02  FILLER REDEFINES ASOFF.
             03  ASOFA    PICTURE X.
           02  ASOFI  PIC X(8).
           02  PAGENL    COMP  PIC  S9(4).
           02  PAGENF    PICTURE X.
           02  FILLER REDEFINES PAGENF.
             03  PAGENA    PICTURE X.
           02  PAGENI  PIC X(3).
           02  DFHMS1 OCCURS 10 TIMES.
             03  HLINEL    COMP  PIC  S9(4).
             03  HLINEF    PICTURE X.
             03  FILLER REDEFINES HLINEF.
               04  HLINEA    PICTURE X.
             03  HLINEI  PIC X(79).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03  MSGA    PICTURE X.
           02  MSGI  PIC X(79).
       01  PINQMAPO REDEFINES PINQMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CURDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CPRO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  AGEO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  GENDERO  PIC X.
           02  FILLER PICTURE X(3).
           02  MRCO  PIC X.
           02  FILLER PICTURE X(3).
           02  SCHMO  PIC X.
           02  FILLER PICTURE X(3).
           02  SCHNMO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  BRCHO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LUPDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LAMTO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  BKLGO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  RETDO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  BENFO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  ASOFO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PAGENO  PIC X(3).
           02  DFHMS2 OCCURS 10 TIMES.
             03  FILLER PICTURE X(3).
             03  HLINEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(79).
