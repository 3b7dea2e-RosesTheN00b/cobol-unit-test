      *                 TWELVE LINES AS AN OCCURS TABLE LIKE DEMOLST;
      *                 FIELD ORDER PER LINE MUST STAY IN STEP WITH
      *                 THE ESELNN/ESEQNN/... ORDER IN DEMOSET.BMS.
      * 2026-10-15 RJH  ADDED THE DEMOAPR APPROVAL-SCREEN SYMBOLIC MAP
      *                 (ONE APPRFILE ITEM PER SCREEN, NO TABLE).
      * 2026-10-15 RJH  ADDED HDCUTS (THE RECORD'S CURRENT LAST-UPDATE
      *                 STAMP) TO DEMOHDT BETWEEN HDACT AND HDTMSG,
      *                 MATCHING ITS SCREEN POSITION IN DEMOSET.BMS.
      * 2026-10-15 RJH  ADDED THE SENDING PARTNER - EPRT AFTER EF4 ON
      *                 EACH DEMOERR LINE AND RPRT AFTER RKEY ON
      *                 DEMOREP - MATCHING THE ORDER IN DEMOSET.BMS.
      * 2026-10-15 RJH  ADDED LNTE (THE HAS-NOTES FLAG) AFTER LTS ON
      *                 EACH DEMOLST LINE, AND THE DEMONTE OPERATOR-
      *                 NOTES SYMBOLIC MAP. DEMONTE CARRIES ITS EIGHT
      *                 NOTES AS AN OCCURS TABLE LIKE DEMOLST; FIELD
      *                 ORDER PER NOTE MUST STAY IN STEP WITH THE
      *                 NSEQNN/NTSNN/...
      *                 ORDER IN DEMOSET.BMS.
      **********************************************************************
       01  DEMOMAPI.
           02  FILLER            PIC X(12).
               03  LTSL          COMP PIC S9(4).
               03  LTSF          PIC X.
               03  LTSI          PIC X(19).
               03  LNTEL         COMP PIC S9(4).
               03  LNTEF         PIC X.
               03  LNTEI         PIC X(1).
           02  LSTMSGL           COMP PIC S9(4).
           02  LSTMSGF           PIC X.
           02  LSTMSGI           PIC X(79).
               03  LSTATO        PIC X(1).
               03  FILLER        PIC X(3).
               03  LTSO          PIC X(19).
               03  FILLER        PIC X(3).
               03  LNTEO         PIC X(1).
           02  FILLER            PIC X(3).
           02  LSTMSGO           PIC X(79).

           02  HDACTL            COMP PIC S9(4).
           02  HDACTF            PIC X.
           02  HDACTI            PIC X(1).
           02  HDCUTSL           COMP PIC S9(4).
           02  HDCUTSF           PIC X.
           02  HDCUTSI           PIC X(19).
           02  HDTMSGL           COMP PIC S9(4).
           02  HDTMSGF           PIC X.
           02  HDTMSGI           PIC X(79).
           02  FILLER            PIC X(3).
           02  HDACTO            PIC X(1).
           02  FILLER            PIC X(3).
           02  HDCUTSO           PIC X(19).
           02  FILLER            PIC X(3).
           02  HDTMSGO           PIC X(79).

       01  DEMOERRI.
               03  EF4L          COMP PIC S9(4).
               03  EF4F          PIC X.
               03  EF4I          PIC X(5).
               03  EPRTL         COMP PIC S9(4).
               03  EPRTF         PIC X.
               03  EPRTI         PIC X(8).
           02  ERRMSGL           COMP PIC S9(4).
           02  ERRMSGF           PIC X.
           02  ERRMSGI           PIC X(79).
               03  EF3O          PIC X(5).
               03  FILLER        PIC X(3).
               03  EF4O          PIC X(5).
               03  FILLER        PIC X(3).
               03  EPRTO         PIC X(8).
           02  FILLER            PIC X(3).
           02  ERRMSGO           PIC X(79).

           02  RKEYL             COMP PIC S9(4).
           02  RKEYF             PIC X.
           02  RKEYI             PIC X(5).
           02  RPRTL             COMP PIC S9(4).
           02  RPRTF             PIC X.
           02  RPRTI             PIC X(8).
           02  RFL2L             COMP PIC S9(4).
           02  RFL2F             PIC X.
           02  RFL2I             PIC X(5).
           02  FILLER            PIC X(3).
           02  RKEYO             PIC X(5).
           02  FILLER            PIC X(3).
           02  RPRTO             PIC X(8).
           02  FILLER            PIC X(3).
           02  RFL2O             PIC X(5).
           02  FILLER            PIC X(3).
           02  RFL3O             PIC X(5).
           02  RDSPO             PIC X(1).
           02  FILLER            PIC X(3).
           02  RRPMSGO           PIC X(79).

       01  DEMOAPRI.
           02  FILLER            PIC X(12).
           02  ASEQL             COMP PIC S9(4).
           02  ASEQF             PIC X.
           02  ASEQI             PIC X(9).
           02  AACTL             COMP PIC S9(4).
           02  AACTF             PIC X.
           02  AACTI             PIC X(1).
           02  AKEYL             COMP PIC S9(4).
           02  AKEYF             PIC X.
           02  AKEYI             PIC X(5).
           02  AMKRL             COMP PIC S9(4).
           02  AMKRF             PIC X.
           02  AMKRI             PIC X(8).
           02  ATRML             COMP PIC S9(4).
           02  ATRMF             PIC X.
           02  ATRMI             PIC X(4).
           02  AQTSL             COMP PIC S9(4).
           02  AQTSF             PIC X.
           02  AQTSI             PIC X(19).
           02  ABF2L             COMP PIC S9(4).
           02  ABF2F             PIC X.
           02  ABF2I             PIC X(5).
           02  AFL2L             COMP PIC S9(4).
           02  AFL2F             PIC X.
           02  AFL2I             PIC X(5).
           02  ABF3L             COMP PIC S9(4).
           02  ABF3F             PIC X.
           02  ABF3I             PIC X(5).
           02  AFL3L             COMP PIC S9(4).
           02  AFL3F             PIC X.
           02  AFL3I             PIC X(5).
           02  ABF4L             COMP PIC S9(4).
           02  ABF4F             PIC X.
           02  ABF4I             PIC X(5).
           02  AFL4L             COMP PIC S9(4).
           02  AFL4F             PIC X.
           02  AFL4I             PIC X(5).
           02  ABSTL             COMP PIC S9(4).
           02  ABSTF             PIC X.
           02  ABSTI             PIC X(1).
           02  ADECL             COMP PIC S9(4).
           02  ADECF             PIC X.
           02  ADECI             PIC X(1).
           02  AAPMSGL           COMP PIC S9(4).
           02  AAPMSGF           PIC X.
           02  AAPMSGI           PIC X(79).

       01  DEMOAPRO REDEFINES DEMOAPRI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(3).
           02  ASEQO             PIC X(9).
           02  FILLER            PIC X(3).
           02  AACTO             PIC X(1).
           02  FILLER            PIC X(3).
           02  AKEYO             PIC X(5).
           02  FILLER            PIC X(3).
           02  AMKRO             PIC X(8).
           02  FILLER            PIC X(3).
           02  ATRMO             PIC X(4).
           02  FILLER            PIC X(3).
           02  AQTSO             PIC X(19).
           02  FILLER            PIC X(3).
           02  ABF2O             PIC X(5).
           02  FILLER            PIC X(3).
           02  AFL2O             PIC X(5).
           02  FILLER            PIC X(3).
           02  ABF3O             PIC X(5).
           02  FILLER            PIC X(3).
           02  AFL3O             PIC X(5).
           02  FILLER            PIC X(3).
           02  ABF4O             PIC X(5).
           02  FILLER            PIC X(3).
           02  AFL4O             PIC X(5).
           02  FILLER            PIC X(3).
           02  ABSTO             PIC X(1).
           02  FILLER            PIC X(3).
           02  ADECO             PIC X(1).
           02  FILLER            PIC X(3).
           02  AAPMSGO           PIC X(79).

       01  DEMONTEI.
           02  FILLER            PIC X(12).
           02  NTEKEYL           COMP PIC S9(4).
           02  NTEKEYF           PIC X.
           02  NTEKEYI           PIC X(5).
           02  NTE-LINE-I OCCURS 8 TIMES.
               03  NSEQL         COMP PIC S9(4).
               03  NSEQF         PIC X.
               03  NSEQI         PIC X(4).
               03  NTSL          COMP PIC S9(4).
               03  NTSF          PIC X.
               03  NTSI          PIC X(19).
               03  NUSRL         COMP PIC S9(4).
               03  NUSRF         PIC X.
               03  NUSRI         PIC X(8).
               03  NTRML         COMP PIC S9(4).
               03  NTRMF         PIC X.
               03  NTRMI         PIC X(4).
               03  NTXTL         COMP PIC S9(4).
               03  NTXTF         PIC X.
               03  NTXTI         PIC X(70).
           02  NNEWL             COMP PIC S9(4).
           02  NNEWF             PIC X.
           02  NNEWI             PIC X(70).
           02  NTEMSGL           COMP PIC S9(4).
           02  NTEMSGF           PIC X.
           02  NTEMSGI           PIC X(79).

       01  DEMONTEO REDEFINES DEMONTEI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(3).
           02  NTEKEYO           PIC X(5).
           02  NTE-LINE-O OCCURS 8 TIMES.
               03  FILLER        PIC X(3).
               03  NSEQO         PIC X(4).
               03  FILLER        PIC X(3).
               03  NTSO          PIC X(19).
               03  FILLER        PIC X(3).
               03  NUSRO         PIC X(8).
               03  FILLER        PIC X(3).
               03  NTRMO         PIC X(4).
               03  FILLER        PIC X(3).
               03  NTXTO         PIC X(70).
           02  FILLER            PIC X(3).
           02  NNEWO             PIC X(70).
           02  FILLER            PIC X(3).
           02  NTEMSGO           PIC X(79).
