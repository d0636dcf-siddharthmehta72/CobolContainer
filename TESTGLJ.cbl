       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTGLJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  FILEMRG ASSIGN DYNAMIC UW17MRGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW17MRG-STATUS.
           SELECT  FILEMAP ASSIGN DYNAMIC UW17MAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW17MAP-STATUS.
           SELECT  FILEHLD ASSIGN DYNAMIC UW17HLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW17HLD-STATUS.
           SELECT  FILEDIV ASSIGN DYNAMIC UW17DIV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW17DIV-STATUS.
           SELECT  FILEWHS ASSIGN DYNAMIC UW17WHS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW17WHS-STATUS.
           SELECT  FILEJNL ASSIGN DYNAMIC UW17JNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW17JNL-STATUS.
           SELECT  FILEJNO ASSIGN DYNAMIC UW17JNO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW17JNO-STATUS.
           SELECT  FILEGEX ASSIGN DYNAMIC UW17GEX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW17GEX-STATUS.
           SELECT  FILERPT ASSIGN DYNAMIC UW17RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW17RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FILEMRG
           LABEL RECORDS ARE STANDARD.
       01  FILEMHREC.
           03  FILEMHRECTYP            PIC XXX.
           03  FILEMHFILEMID           PIC XXX.
           03  FILEMHFILEMDT           PIC 9(8).
           03  FILEMHCURCD             PIC XXX.
           03  FILEMHBUSDT             PIC X(8).
           03  FILEMHCYCLE             PIC XX.
           03  FILEMHCYCTYP            PIC X.
           03  FILLER                  PIC X(44).
       01  FILEMDREC.
           03  FILEMDRECTYP            PIC XXX.
           03  FILLER                  PIC X(77).
       01  FILEMTREC.
           03  FILEMTRECTP             PIC XXX.
           03  FILEMTNOREC             PIC 9(8).
           03  FILEMTSIGN              PIC X.
           03  FILEMTTOTAMT            PIC 9(12)V99.
           03  FILEMTCURCD             PIC XXX.
           03  FILLER                  PIC X(51).
       FD  FILEMAP
           LABEL RECORDS ARE STANDARD.
       01  FILEMAPREC.
           03  FILEMAP-BRAC            PIC X(6).
           03  FILEMAP-PYMTH           PIC XXX.
           03  FILEMAP-TXNTYP          PIC XX.
           03  FILEMAP-CURCD           PIC XXX.
           03  FILEMAP-DISP            PIC XXX.
           03  FILEMAP-DRACCT          PIC X(12).
           03  FILEMAP-CRACCT          PIC X(12).
           03  FILEMAP-DESC            PIC X(20).
       FD  FILEHLD
           LABEL RECORDS ARE STANDARD.
       01  FILEHLDREC                  PIC X(80).
       FD  FILEDIV
           LABEL RECORDS ARE STANDARD.
       01  FILEDIVREC.
           03  FILEDIV-REASON          PIC X(40).
           03  FILEDIV-DSN             PIC X(80).
           03  FILEDIV-RECIMG          PIC X(84).
           03  FILEDIV-DIVDT           PIC 9(8).
       FD  FILEWHS
           LABEL RECORDS ARE STANDARD.
       01  FILEWHSREC                  PIC X(80).
       FD  FILEJNL
           LABEL RECORDS ARE STANDARD.
       01  FILEJNLHREC.
           03  FILEJNLH-RECTYP         PIC XXX.
           03  FILEJNLH-BUSDT          PIC 9(8).
           03  FILEJNLH-BATDT          PIC 9(8).
           03  FILEJNLH-RUNDT          PIC 9(8).
           03  FILEJNLH-DSN            PIC X(80).
           03  FILEJNLH-CYCLE          PIC 99.
           03  FILLER                  PIC X(11).
       01  FILEJNLDREC.
           03  FILEJNLD-RECTYP         PIC XXX.
           03  FILEJNLD-BUSDT          PIC 9(8).
           03  FILEJNLD-LINENO         PIC 9(8).
           03  FILEJNLD-GLACCT         PIC X(12).
           03  FILEJNLD-DRCR           PIC X.
           03  FILEJNLD-AMT            PIC 9(9)V99.
           03  FILEJNLD-CURCD          PIC XXX.
           03  FILEJNLD-DISP           PIC XXX.
           03  FILEJNLD-BRAC           PIC X(6).
           03  FILEJNLD-PYMTH          PIC XXX.
           03  FILEJNLD-TXNTYP         PIC XX.
           03  FILEJNLD-ACNO           PIC X(14).
           03  FILEJNLD-STXN           PIC X(4).
           03  FILEJNLD-EFDTE          PIC X(8).
           03  FILEJNLD-SUSP           PIC X.
           03  FILLER                  PIC X(33).
       01  FILEJNLCREC.
           03  FILEJNLC-RECTYP         PIC XXX.
           03  FILEJNLC-CURCD          PIC XXX.
           03  FILEJNLC-DRCNT          PIC 9(8).
           03  FILEJNLC-DRAMT          PIC 9(12)V99.
           03  FILEJNLC-CRCNT          PIC 9(8).
           03  FILEJNLC-CRAMT          PIC 9(12)V99.
           03  FILLER                  PIC X(70).
       01  FILEJNLTREC.
           03  FILEJNLT-RECTYP         PIC XXX.
           03  FILEJNLT-NOLIN          PIC 9(8).
           03  FILEJNLT-CTLCNT         PIC 9(8).
           03  FILEJNLT-CTLAMT         PIC 9(12)V99.
           03  FILEJNLT-FTMCNT         PIC 9(8).
           03  FILEJNLT-FTMAMT         PIC 9(12)V99.
           03  FILEJNLT-DIVCNT         PIC 9(8).
           03  FILEJNLT-DIVAMT         PIC 9(12)V99.
           03  FILLER                  PIC X(43).
       FD  FILEJNO
           LABEL RECORDS ARE STANDARD.
       01  FILEJNOHREC.
           03  FILEJNOH-RECTYP         PIC XXX.
           03  FILEJNOH-BUSDT          PIC X(8).
           03  FILLER                  PIC X(96).
           03  FILEJNOH-CYCLE          PIC XX.
           03  FILLER                  PIC X(11).
       01  FILEJNODREC.
           03  FILEJNOD-RECTYP         PIC XXX.
           03  FILEJNOD-BUSDT          PIC X(8).
           03  FILLER                  PIC X(20).
           03  FILEJNOD-DRCR           PIC X.
           03  FILLER                  PIC X(14).
           03  FILEJNOD-DISP           PIC XXX.
           03  FILLER                  PIC X(11).
           03  FILEJNOD-KEY            PIC X(26).
           03  FILLER                  PIC X(34).
       FD  FILEGEX
           LABEL RECORDS ARE STANDARD.
       01  FILEGEXREC.
           03  FILEGEX-REASON          PIC X(40).
           03  FILEGEX-DSN             PIC X(80).
           03  FILEGEX-RECIMG          PIC X(84).
           03  FILEGEX-DIVDT           PIC 9(8).
       FD  FILERPT
           LABEL RECORDS ARE STANDARD.
       01  FILERPTREC.
           03  FILERPT-LABEL           PIC X(24).
           03  FILERPT-KEY             PIC X(8).
           03  FILERPT-DRCNT           PIC X(10).
           03  FILERPT-DRAMT           PIC X(19).
           03  FILERPT-CRCNT           PIC X(10).
           03  FILERPT-CRAMT           PIC X(19).
           03  FILERPT-FLAG            PIC X(16).
       01  FILERPTTREC.
           03  FILERPTT-LABEL          PIC X(24).
           03  FILERPTT-KEY            PIC X(8).
           03  FILERPTT-CNT            PIC X(12).
           03  FILERPTT-AMT            PIC X(18).
           03  FILERPTT-SCNT           PIC X(12).
           03  FILERPTT-SAMT           PIC X(18).
       WORKING-STORAGE SECTION.
       01  UW17APRWDAY                 PIC 9(8).
       01  UW17MRGFILE-NAME            PIC X(80).
       01  UW17BUSDATE-PARM            PIC X(8).
       01  UW17BUSDATE                 PIC 9(8) VALUE 0.
       01  UW17MAPN-PARM               PIC X(80).
       01  UW17MAP-NAME                PIC X(80) VALUE
               'TESTMERGE.GLMAP.DAT'.
       01  UW17HLD-NAME                PIC X(80).
       01  UW17DIV-NAME                PIC X(80).
       01  UW17APP-NAME                PIC X(80) VALUE
               'TESTMERGE.PENDAPPR.DAT'.
       01  UW17SUS-NAME                PIC X(80) VALUE
               'TESTMERGE.SUSPENSE.DAT'.
       01  UW17EXC-NAME                PIC X(80) VALUE
               'TESTMERGE.ACCTEXCP.DAT'.
       01  UW17WHS-NAME                PIC X(80).
       01  UW17PND-NAME                PIC X(80) VALUE
               'TESTMERGE.PENDING.DAT'.
       01  UW17PNDNEW-NAME             PIC X(80) VALUE
               'TESTMERGE.PENDNEW.DAT'.
       01  UW17JNL-NAME                PIC X(80) VALUE
               'TESTGLJ.JNLWRK.TMP'.
       01  UW17JNO-NAME                PIC X(80) VALUE
               'TESTGLJ.JOURNAL.DAT'.
       01  UW17GEX-NAME                PIC X(80) VALUE
               'TESTGLJ.EXCEPT.DAT'.
       01  UW17RPT-NAME                PIC X(80) VALUE
               'TESTGLJ.REPORT.DAT'.
       01  UW17MRG-STATUS              PIC XX.
       01  UW17MAP-STATUS              PIC XX.
       01  UW17HLD-STATUS              PIC XX.
       01  UW17DIV-STATUS              PIC XX.
       01  UW17WHS-STATUS              PIC XX.
       01  UW17JNL-STATUS              PIC XX.
       01  UW17JNO-STATUS              PIC XX.
       01  UW17GEX-STATUS              PIC XX.
       01  UW17RPT-STATUS              PIC XX.
       01  UW17JNL-OPEN                PIC X VALUE 'N'.
       01  UW17GEX-OPEN                PIC X VALUE 'N'.
       01  UW17BATCH-DATE              PIC 9(8).
       01  UW17CYCLE                   PIC 99 VALUE 1.
       01  UW17JNO-SAMEDAY             PIC X VALUE 'N'.
       01  UW17JNO-CYCLE               PIC XX.
       01  UW17HLD-CARRY               PIC 9(8) VALUE 0.
       01  UW17HLD-SKIP                PIC X VALUE 'N'.
       01  UW17MAX-APK                 PIC 9(7) VALUE 100000.
       01  UW17APK-CNT                 PIC 9(7) VALUE 0.
       01  UW17KX                      PIC 9(7).
       01  UW17APK-HIT                 PIC X.
       01  UW17APK-SKIP                PIC 9(8) VALUE 0.
       01  UW17APK-SRCH                PIC X(26).
       01  UW17APK-TAB.
           03  UW17APK-ENT OCCURS 100000 TIMES PIC X(26).
       01  UW17TRL-SEEN                PIC X VALUE 'N'.
       01  UW17TRL-NOREC               PIC 9(8) VALUE 0.
       01  UW17TRL-TOTAMT              PIC 9(12)V99 VALUE 0.
       01  UW17ANY-WARN                PIC X VALUE 'N'.
       01  UW17SRC-DSN                 PIC X(80).
       01  UW17DTL.
           03  UW17D-RECTYP            PIC XXX.
           03  UW17D-UFBAID            PIC X(5).
           03  UW17D-UFSTXN            PIC X(4).
           03  UW17D-PYMTH             PIC XXX.
           03  UW17D-CRDBIN            PIC X.
           03  UW17D-TXNTYP            PIC XX.
           03  UW17D-EFDTE             PIC X(8).
           03  UW17D-TEXT              PIC X(10).
           03  UW17D-MICRNO            PIC X(6).
           03  UW17D-PAYAMT            PIC 9(9)V99.
           03  UW17D-UFNMIND           PIC X.
           03  UW17D-UFACNO            PIC X(14).
           03  UW17D-SUBACC            PIC XX.
           03  UW17D-UFRDTP            PIC X.
           03  UW17D-UFBRAC            PIC X(6).
           03  UW17D-CURCD             PIC XXX.
       01  UW17DISP-LIT                PIC X(18) VALUE
               'MRGHLDAPRWHSSUSEXC'.
       01  UW17DISP-CODES REDEFINES UW17DISP-LIT.
           03  UW17DISP-CD OCCURS 6 TIMES PIC XXX.
       01  UW17DX                      PIC 9(4).
       01  UW17DSUM-TAB.
           03  UW17DSUM-ENT OCCURS 6 TIMES.
               05  UW17DS-CNT          PIC 9(8).
               05  UW17DS-AMT          PIC 9(12)V99.
               05  UW17DS-SCNT         PIC 9(8).
               05  UW17DS-SAMT         PIC 9(12)V99.
       01  UW17MAX-MAP                 PIC 9(4) VALUE 5000.
       01  UW17MAP-CNT                 PIC 9(4) VALUE 0.
       01  UW17MX                      PIC 9(4).
       01  UW17MAP-HIT                 PIC 9(4).
       01  UW17SUSP-X                  PIC 9(4) VALUE 0.
       01  UW17MAP-TAB.
           03  UW17MAP-ENT OCCURS 5000 TIMES.
               05  UW17ME-KEY.
                   07  UW17ME-BRAC     PIC X(6).
                   07  UW17ME-PYMTH    PIC XXX.
                   07  UW17ME-TXNTYP   PIC XX.
                   07  UW17ME-CURCD    PIC XXX.
                   07  UW17ME-DISP     PIC XXX.
               05  UW17ME-DRACCT       PIC X(12).
               05  UW17ME-CRACCT       PIC X(12).
       01  UW17MAP-SRCH.
           03  UW17MK-BRAC             PIC X(6).
           03  UW17MK-PYMTH            PIC XXX.
           03  UW17MK-TXNTYP           PIC XX.
           03  UW17MK-CURCD            PIC XXX.
           03  UW17MK-DISP             PIC XXX.
       01  UW17MAP-OK                  PIC X.
       01  UW17SUSP-FLAG               PIC X.
       01  UW17REASON                  PIC X(40).
       01  UW17LN-ACCT                 PIC X(12).
       01  UW17LN-DRCR                 PIC X.
       01  UW17LINE-CNT                PIC 9(8) VALUE 0.
       01  UW17CTL-CNT                 PIC 9(8) VALUE 0.
       01  UW17CTL-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW17DIV-CNT                 PIC 9(8) VALUE 0.
       01  UW17DIV-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW17GEX-CNT                 PIC 9(8) VALUE 0.
       01  UW17NBK-CNT                 PIC 9(8) VALUE 0.
       01  UW17WHS-SKIP                PIC X VALUE 'N'.
       01  UW17MAX-CUR                 PIC 9(4) VALUE 20.
       01  UW17CUR-CNT                 PIC 9(4) VALUE 0.
       01  UW17CX                      PIC 9(4).
       01  UW17CUR-HIT                 PIC 9(4).
       01  UW17CUR-TAB.
           03  UW17CUR-ENT OCCURS 20 TIMES.
               05  UW17CE-CD           PIC XXX.
               05  UW17CE-DRCNT        PIC 9(8).
               05  UW17CE-DRAMT        PIC 9(12)V99.
               05  UW17CE-CRCNT        PIC 9(8).
               05  UW17CE-CRAMT        PIC 9(12)V99.
       01  UW17PROOF-FAIL              PIC X VALUE 'N'.
       01  UW17MAX-OLD                 PIC 9(7) VALUE 100000.
       01  UW17OLD-CNT                 PIC 9(7) VALUE 0.
       01  UW17OX                      PIC 9(7).
       01  UW17OLD-HIT                 PIC X.
       01  UW17OLD-TAB.
           03  UW17OLD-ENT OCCURS 100000 TIMES.
               05  UW17OE-IMG          PIC X(80).
               05  UW17OE-USED         PIC X.
       01  UW17CNT-ED                  PIC Z(7)9.
       01  UW17AMT-ED                  PIC 9(13).99.
       PROCEDURE DIVISION.
       LA-CONTROL SECTION.
       LA-10.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT UW17MRGFILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW17MRGFILE-NAME
           END-ACCEPT.
           MOVE SPACES TO UW17BUSDATE-PARM.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT UW17BUSDATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW17BUSDATE-PARM
           END-ACCEPT.
           MOVE SPACES TO UW17MAPN-PARM.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT UW17MAPN-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW17MAPN-PARM
           END-ACCEPT.
           IF UW17MRGFILE-NAME = SPACES
               DISPLAY 'USAGE: TESTGLJ MERGED-PAYMENT-FILE '
                   '(BUSINESS-DATE) (GL-MAPPING-FILE)' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           IF UW17BUSDATE-PARM NOT EQUAL TO SPACES
               IF UW17BUSDATE-PARM NUMERIC
                   MOVE UW17BUSDATE-PARM TO UW17BUSDATE
               ELSE
                   DISPLAY 'BUSINESS DATE NOT NUMERIC' UPON PRINTER
                   MOVE 8 TO RETURN-CODE
                   GO TO LA-EXIT
               END-IF.
           IF UW17MAPN-PARM NOT EQUAL TO SPACES
               MOVE UW17MAPN-PARM TO UW17MAP-NAME.
           ACCEPT UW17APRWDAY FROM DATE YYYYMMDD.
           DISPLAY 'MERGED FILE :' UW17MRGFILE-NAME UPON PRINTER.
           DISPLAY 'GL MAP FILE :' UW17MAP-NAME UPON PRINTER.
           PERFORM LB-JOURNAL.
           IF RETURN-CODE = 0 AND UW17ANY-WARN = 'Y'
               MOVE 4 TO RETURN-CODE.
       LA-EXIT.
           STOP RUN.
       LB-JOURNAL SECTION.
       LB-10.
           PERFORM VARYING UW17DX FROM 1 BY 1 UNTIL UW17DX > 6
               MOVE 0 TO UW17DS-CNT(UW17DX)
               MOVE 0 TO UW17DS-AMT(UW17DX)
               MOVE 0 TO UW17DS-SCNT(UW17DX)
               MOVE 0 TO UW17DS-SAMT(UW17DX)
           END-PERFORM.
           OPEN INPUT FILEMRG.
           IF UW17MRG-STATUS NOT EQUAL TO '00'
               DISPLAY 'MERGED FILE NOT FOUND OR OPEN ERROR - '
                   'JOURNAL ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           READ FILEMRG AT END
               DISPLAY 'MERGED FILE EMPTY - JOURNAL ABORTED'
                   UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           IF FILEMHRECTYP NOT EQUAL TO 'HDM'
               DISPLAY 'MERGED FILE HEADER MISSING - JOURNAL ABORTED'
                   UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE FILEMHFILEMDT TO UW17BATCH-DATE.
           IF UW17BUSDATE = 0
               IF FILEMHBUSDT NUMERIC AND FILEMHBUSDT NOT EQUAL TO
                   '00000000'
                   MOVE FILEMHBUSDT TO UW17BUSDATE
               ELSE
                   MOVE UW17BATCH-DATE TO UW17BUSDATE
               END-IF.
           IF FILEMHCYCLE NUMERIC AND FILEMHCYCLE NOT EQUAL TO '00'
               MOVE FILEMHCYCLE TO UW17CYCLE.
           DISPLAY 'BUSINESS DTE:' UW17BUSDATE UPON PRINTER.
           DISPLAY 'MERGE CYCLE :' UW17CYCLE UPON PRINTER.
           PERFORM LG-10-LOAD-MAP THRU LG-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILEMRG
               GO TO LB-EXIT.
           PERFORM LH-10-SCAN-JOURNAL THRU LH-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILEMRG
               GO TO LB-EXIT.
           OPEN OUTPUT FILEJNL.
           IF UW17JNL-STATUS NOT EQUAL TO '00'
               DISPLAY 'GL JOURNAL FILE NOT OPENABLE - JOURNAL '
                   'ABORTED' UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE 'Y' TO UW17JNL-OPEN.
           OPEN OUTPUT FILEGEX.
           IF UW17GEX-STATUS NOT EQUAL TO '00'
               DISPLAY 'GL EXCEPTION FILE NOT OPENABLE - JOURNAL '
                   'ABORTED' UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               PERFORM LZ-10-BACKOUT
               GO TO LB-EXIT.
           MOVE 'Y' TO UW17GEX-OPEN.
           MOVE SPACES TO FILEJNLHREC.
           MOVE 'JHD' TO FILEJNLH-RECTYP.
           MOVE UW17BUSDATE TO FILEJNLH-BUSDT.
           MOVE UW17BATCH-DATE TO FILEJNLH-BATDT.
           MOVE UW17APRWDAY TO FILEJNLH-RUNDT.
           MOVE UW17MRGFILE-NAME TO FILEJNLH-DSN.
           MOVE UW17CYCLE TO FILEJNLH-CYCLE.
           WRITE FILEJNLHREC.
           IF UW17JNL-STATUS NOT EQUAL TO '00'
               DISPLAY 'GL JOURNAL WRITE ERROR - JOURNAL ABORTED'
                   UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               PERFORM LZ-10-BACKOUT
               GO TO LB-EXIT.
           MOVE 1 TO UW17DX.
           MOVE UW17MRGFILE-NAME TO UW17SRC-DSN.
       LB-20.
           READ FILEMRG AT END
               GO TO LB-30.
           IF FILEMTRECTP = 'FTM'
               MOVE 'Y' TO UW17TRL-SEEN
               MOVE FILEMTNOREC TO UW17TRL-NOREC
               MOVE FILEMTTOTAMT TO UW17TRL-TOTAMT
               GO TO LB-20.
           IF FILEMDRECTYP(1:2) NOT EQUAL TO 'DT'
               DISPLAY 'UNEXPECTED RECORD ON MERGED FILE - JOURNAL '
                   'ABORTED' UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               PERFORM LZ-10-BACKOUT
               GO TO LB-EXIT.
           MOVE FILEMDREC TO UW17DTL.
           ADD 1 TO UW17CTL-CNT.
           IF UW17D-PAYAMT NUMERIC
               ADD UW17D-PAYAMT TO UW17CTL-AMT.
           PERFORM LC-10-BOOK-ONE THRU LC-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILEMRG
               PERFORM LZ-10-BACKOUT
               GO TO LB-EXIT.
           GO TO LB-20.
       LB-30.
           CLOSE FILEMRG.
           IF UW17TRL-SEEN = 'N'
               DISPLAY 'MERGED FILE TRAILER MISSING - JOURNAL ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               PERFORM LZ-10-BACKOUT
               GO TO LB-EXIT.
           IF UW17CTL-CNT NOT EQUAL TO UW17TRL-NOREC OR
               UW17CTL-AMT NOT EQUAL TO UW17TRL-TOTAMT
               DISPLAY 'BATCH CONTROL DOES NOT TIE TO FTM TRAILER - '
                   'JOURNAL ABORTED' UPON PRINTER
               DISPLAY 'READ ' UW17CTL-CNT ' FOR ' UW17CTL-AMT
                   ' TRAILER ' UW17TRL-NOREC ' FOR ' UW17TRL-TOTAMT
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               PERFORM LZ-10-BACKOUT
               GO TO LB-EXIT.
       LB-40.
           PERFORM LD-10-BOOK-HELD THRU LD-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               PERFORM LZ-10-BACKOUT
               GO TO LB-EXIT.
           MOVE 3 TO UW17DX.
           MOVE UW17APP-NAME TO UW17DIV-NAME.
           PERFORM LE-10-BOOK-DIVERT THRU LE-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               PERFORM LZ-10-BACKOUT
               GO TO LB-EXIT.
           PERFORM LF-10-BOOK-WHSE THRU LF-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               PERFORM LZ-10-BACKOUT
               GO TO LB-EXIT.
           MOVE 5 TO UW17DX.
           MOVE UW17SUS-NAME TO UW17DIV-NAME.
           PERFORM LE-10-BOOK-DIVERT THRU LE-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               PERFORM LZ-10-BACKOUT
               GO TO LB-EXIT.
           MOVE 6 TO UW17DX.
           MOVE UW17EXC-NAME TO UW17DIV-NAME.
           PERFORM LE-10-BOOK-DIVERT THRU LE-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               PERFORM LZ-10-BACKOUT
               GO TO LB-EXIT.
       LB-80.
           PERFORM VARYING UW17CX FROM 1 BY 1
                   UNTIL UW17CX > UW17CUR-CNT
               IF UW17CE-DRAMT(UW17CX) NOT EQUAL TO
                   UW17CE-CRAMT(UW17CX)
                   MOVE 'Y' TO UW17PROOF-FAIL
               END-IF
           END-PERFORM.
           IF UW17PROOF-FAIL = 'Y'
               DISPLAY 'GL JOURNAL DEBITS NOT EQUAL TO CREDITS - '
                   'JOURNAL ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               PERFORM LK-10-REPORT THRU LK-EXIT
               PERFORM LZ-10-BACKOUT
               GO TO LB-EXIT.
           PERFORM LB-85-CUR-CTL THRU LB-85-EXIT
               VARYING UW17CX FROM 1 BY 1
               UNTIL UW17CX > UW17CUR-CNT.
           IF RETURN-CODE NOT LESS THAN 8
               PERFORM LZ-10-BACKOUT
               GO TO LB-EXIT.
           MOVE SPACES TO FILEJNLTREC.
           MOVE 'JTR' TO FILEJNLT-RECTYP.
           MOVE UW17LINE-CNT TO FILEJNLT-NOLIN.
           MOVE UW17CTL-CNT TO FILEJNLT-CTLCNT.
           MOVE UW17CTL-AMT TO FILEJNLT-CTLAMT.
           MOVE UW17TRL-NOREC TO FILEJNLT-FTMCNT.
           MOVE UW17TRL-TOTAMT TO FILEJNLT-FTMAMT.
           MOVE UW17DIV-CNT TO FILEJNLT-DIVCNT.
           MOVE UW17DIV-AMT TO FILEJNLT-DIVAMT.
           WRITE FILEJNLTREC.
           IF UW17JNL-STATUS NOT EQUAL TO '00'
               DISPLAY 'GL JOURNAL WRITE ERROR - JOURNAL ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               PERFORM LZ-10-BACKOUT
               GO TO LB-EXIT.
           CLOSE FILEJNL.
           MOVE 'N' TO UW17JNL-OPEN.
           CLOSE FILEGEX.
           MOVE 'N' TO UW17GEX-OPEN.
           PERFORM LH-50-COMMIT-JOURNAL THRU LH-59-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-EXIT.
           PERFORM LK-10-REPORT THRU LK-EXIT.
           DISPLAY 'MERGED ITEMS BOOKED : ' UW17CTL-CNT UPON PRINTER.
           DISPLAY 'DIVERTED BOOKED     : ' UW17DIV-CNT UPON PRINTER.
           IF UW17APK-SKIP > 0
               DISPLAY 'APPROVALS BOOKED IN EARLIER CYCLES: '
                   UW17APK-SKIP UPON PRINTER.
           DISPLAY 'JOURNAL LINES       : ' UW17LINE-CNT UPON PRINTER.
           DISPLAY 'GL EXCEPTION LINES  : ' UW17GEX-CNT UPON PRINTER.
           DISPLAY 'JOURNAL COMPLETED' UPON PRINTER.
           GO TO LB-EXIT.
       LB-85-CUR-CTL.
           MOVE SPACES TO FILEJNLCREC.
           MOVE 'JCT' TO FILEJNLC-RECTYP.
           MOVE UW17CE-CD(UW17CX) TO FILEJNLC-CURCD.
           MOVE UW17CE-DRCNT(UW17CX) TO FILEJNLC-DRCNT.
           MOVE UW17CE-DRAMT(UW17CX) TO FILEJNLC-DRAMT.
           MOVE UW17CE-CRCNT(UW17CX) TO FILEJNLC-CRCNT.
           MOVE UW17CE-CRAMT(UW17CX) TO FILEJNLC-CRAMT.
           WRITE FILEJNLCREC.
           IF UW17JNL-STATUS NOT EQUAL TO '00'
               DISPLAY 'GL JOURNAL WRITE ERROR - JOURNAL ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE.
       LB-85-EXIT.
           EXIT.
       LB-EXIT.
           EXIT.
       LC-BOOKING SECTION.
       LC-10-BOOK-ONE.
           MOVE SPACES TO UW17REASON.
           MOVE 'N' TO UW17SUSP-FLAG.
           IF UW17D-PAYAMT NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC - ITEM NOT BOOKED' TO
                   UW17REASON
               PERFORM LC-50-EXCEPTION THRU LC-59-EXIT
               ADD 1 TO UW17NBK-CNT
               GO TO LC-EXIT.
           MOVE UW17D-UFBRAC TO UW17MK-BRAC.
           MOVE UW17D-PYMTH TO UW17MK-PYMTH.
           MOVE UW17D-TXNTYP TO UW17MK-TXNTYP.
           MOVE UW17D-CURCD TO UW17MK-CURCD.
           MOVE UW17DISP-CD(UW17DX) TO UW17MK-DISP.
           PERFORM LC-20-MAP-LOOKUP THRU LC-29-EXIT.
           IF UW17MAP-HIT = 0
               MOVE '******' TO UW17MK-BRAC
               PERFORM LC-20-MAP-LOOKUP THRU LC-29-EXIT.
           IF UW17MAP-HIT = 0
               MOVE UW17SUSP-X TO UW17MAP-HIT
               MOVE 'Y' TO UW17SUSP-FLAG
               MOVE 'NO GL MAPPING - BOOKED TO GL SUSPENSE' TO
                   UW17REASON
               PERFORM LC-50-EXCEPTION THRU LC-59-EXIT
               IF RETURN-CODE NOT LESS THAN 8
                   GO TO LC-EXIT
               END-IF
               ADD 1 TO UW17DS-SCNT(UW17DX)
               ADD UW17D-PAYAMT TO UW17DS-SAMT(UW17DX).
           PERFORM LC-30-CUR-ENT THRU LC-39-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LC-EXIT.
           MOVE UW17ME-DRACCT(UW17MAP-HIT) TO UW17LN-ACCT.
           MOVE 'D' TO UW17LN-DRCR.
           PERFORM LC-40-WRITE-LINE THRU LC-49-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LC-EXIT.
           ADD 1 TO UW17CE-DRCNT(UW17CUR-HIT).
           ADD UW17D-PAYAMT TO UW17CE-DRAMT(UW17CUR-HIT).
           MOVE UW17ME-CRACCT(UW17MAP-HIT) TO UW17LN-ACCT.
           MOVE 'C' TO UW17LN-DRCR.
           PERFORM LC-40-WRITE-LINE THRU LC-49-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LC-EXIT.
           ADD 1 TO UW17CE-CRCNT(UW17CUR-HIT).
           ADD UW17D-PAYAMT TO UW17CE-CRAMT(UW17CUR-HIT).
           ADD 1 TO UW17DS-CNT(UW17DX).
           ADD UW17D-PAYAMT TO UW17DS-AMT(UW17DX).
           IF UW17DX > 1
               ADD 1 TO UW17DIV-CNT
               ADD UW17D-PAYAMT TO UW17DIV-AMT.
       LC-EXIT.
           EXIT.
       LC-20-MAP-LOOKUP.
           MOVE 0 TO UW17MAP-HIT.
           PERFORM VARYING UW17MX FROM 1 BY 1
                   UNTIL UW17MX > UW17MAP-CNT
               IF UW17ME-KEY(UW17MX) = UW17MAP-SRCH
                   MOVE UW17MX TO UW17MAP-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       LC-29-EXIT.
           EXIT.
       LC-30-CUR-ENT.
           MOVE 0 TO UW17CUR-HIT.
           PERFORM VARYING UW17CX FROM 1 BY 1
                   UNTIL UW17CX > UW17CUR-CNT
               IF UW17CE-CD(UW17CX) = UW17D-CURCD
                   MOVE UW17CX TO UW17CUR-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW17CUR-HIT > 0
               GO TO LC-39-EXIT.
           IF UW17CUR-CNT NOT LESS THAN UW17MAX-CUR
               DISPLAY 'TOO MANY CURRENCIES ON JOURNAL - JOURNAL '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LC-39-EXIT.
           ADD 1 TO UW17CUR-CNT.
           MOVE UW17CUR-CNT TO UW17CUR-HIT.
           MOVE UW17D-CURCD TO UW17CE-CD(UW17CUR-HIT).
           MOVE 0 TO UW17CE-DRCNT(UW17CUR-HIT).
           MOVE 0 TO UW17CE-DRAMT(UW17CUR-HIT).
           MOVE 0 TO UW17CE-CRCNT(UW17CUR-HIT).
           MOVE 0 TO UW17CE-CRAMT(UW17CUR-HIT).
       LC-39-EXIT.
           EXIT.
       LC-40-WRITE-LINE.
           ADD 1 TO UW17LINE-CNT.
           MOVE SPACES TO FILEJNLDREC.
           MOVE 'JDT' TO FILEJNLD-RECTYP.
           MOVE UW17BUSDATE TO FILEJNLD-BUSDT.
           MOVE UW17LINE-CNT TO FILEJNLD-LINENO.
           MOVE UW17LN-ACCT TO FILEJNLD-GLACCT.
           MOVE UW17LN-DRCR TO FILEJNLD-DRCR.
           MOVE UW17D-PAYAMT TO FILEJNLD-AMT.
           MOVE UW17D-CURCD TO FILEJNLD-CURCD.
           MOVE UW17DISP-CD(UW17DX) TO FILEJNLD-DISP.
           MOVE UW17D-UFBRAC TO FILEJNLD-BRAC.
           MOVE UW17D-PYMTH TO FILEJNLD-PYMTH.
           MOVE UW17D-TXNTYP TO FILEJNLD-TXNTYP.
           MOVE UW17D-UFACNO TO FILEJNLD-ACNO.
           MOVE UW17D-UFSTXN TO FILEJNLD-STXN.
           MOVE UW17D-EFDTE TO FILEJNLD-EFDTE.
           MOVE UW17SUSP-FLAG TO FILEJNLD-SUSP.
           WRITE FILEJNLDREC.
           IF UW17JNL-STATUS NOT EQUAL TO '00'
               DISPLAY 'GL JOURNAL WRITE ERROR - JOURNAL ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE.
       LC-49-EXIT.
           EXIT.
       LC-50-EXCEPTION.
           MOVE SPACES TO FILEGEXREC.
           MOVE UW17REASON TO FILEGEX-REASON.
           MOVE UW17SRC-DSN TO FILEGEX-DSN.
           MOVE UW17DTL TO FILEGEX-RECIMG.
           MOVE UW17BUSDATE TO FILEGEX-DIVDT.
           WRITE FILEGEXREC.
           IF UW17GEX-STATUS NOT EQUAL TO '00'
               DISPLAY 'GL EXCEPTION FILE WRITE ERROR - JOURNAL '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LC-59-EXIT.
           ADD 1 TO UW17GEX-CNT.
           MOVE 'Y' TO UW17ANY-WARN.
       LC-59-EXIT.
           EXIT.
       LD-HELD SECTION.
       LD-10-BOOK-HELD.
           MOVE 2 TO UW17DX.
           MOVE SPACES TO UW17HLD-NAME.
           STRING 'TESTMERGE.HELD.' UW17BUSDATE '.DAT'
               DELIMITED BY SIZE INTO UW17HLD-NAME.
           MOVE UW17HLD-NAME TO UW17SRC-DSN.
           OPEN INPUT FILEHLD.
           IF UW17HLD-STATUS = '35'
               GO TO LD-EXIT.
           IF UW17HLD-STATUS NOT EQUAL TO '00'
               DISPLAY 'HELD PAYMENTS FILE OPEN ERROR - JOURNAL '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LD-EXIT.
           MOVE 0 TO UW17HLD-CARRY.
           MOVE 'N' TO UW17HLD-SKIP.
       LD-20.
           READ FILEHLD AT END
               CLOSE FILEHLD
               GO TO LD-EXIT.
           IF FILEHLDREC(1:3) = 'HDH'
               PERFORM LD-30-HELD-CYCLE THRU LD-39-EXIT
               GO TO LD-20.
           IF FILEHLDREC(1:2) NOT EQUAL TO 'DT'
               GO TO LD-20.
           IF UW17HLD-SKIP = 'Y'
               GO TO LD-20.
           IF UW17HLD-CARRY > 0
               SUBTRACT 1 FROM UW17HLD-CARRY
               GO TO LD-20.
           MOVE FILEHLDREC TO UW17DTL.
           PERFORM LC-10-BOOK-ONE THRU LC-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILEHLD
               GO TO LD-EXIT.
           GO TO LD-20.
       LD-EXIT.
           EXIT.
       LD-30-HELD-CYCLE.
           IF FILEHLDREC(15:2) NOT NUMERIC
               GO TO LD-39-EXIT.
           IF FILEHLDREC(15:2) NOT EQUAL TO UW17CYCLE
               MOVE 'Y' TO UW17HLD-SKIP
               DISPLAY 'HELD FILE IS FOR CYCLE ' FILEHLDREC(15:2)
                   ' - HELD ITEMS NOT BOOKED' UPON PRINTER
               GO TO LD-39-EXIT.
           IF FILEHLDREC(17:8) NUMERIC
               MOVE FILEHLDREC(17:8) TO UW17HLD-CARRY.
       LD-39-EXIT.
           EXIT.
       LE-DIVERT SECTION.
       LE-10-BOOK-DIVERT.
           MOVE UW17DIV-NAME TO UW17SRC-DSN.
           OPEN INPUT FILEDIV.
           IF UW17DIV-STATUS = '35'
               GO TO LE-EXIT.
           IF UW17DIV-STATUS NOT EQUAL TO '00'
               DISPLAY 'DIVERSION FILE OPEN ERROR - JOURNAL ABORTED'
                   UPON PRINTER
               DISPLAY UW17DIV-NAME UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
       LE-20.
           READ FILEDIV AT END
               CLOSE FILEDIV
               GO TO LE-EXIT.
           IF FILEDIV-DIVDT NOT EQUAL TO UW17BATCH-DATE
               GO TO LE-20.
           MOVE FILEDIV-RECIMG(1:80) TO UW17DTL.
           IF UW17DX = 3 AND UW17APK-CNT > 0
               PERFORM LH-30-APR-BOOKED THRU LH-39-EXIT
               IF UW17APK-HIT = 'Y'
                   ADD 1 TO UW17APK-SKIP
                   GO TO LE-20.
           IF UW17D-RECTYP(1:2) NOT EQUAL TO 'DT'
               MOVE 'DIVERTED RECORD NOT A PAYMENT DETAIL' TO
                   UW17REASON
               PERFORM LC-50-EXCEPTION THRU LC-59-EXIT
               ADD 1 TO UW17NBK-CNT
               IF RETURN-CODE NOT LESS THAN 8
                   CLOSE FILEDIV
                   GO TO LE-EXIT
               END-IF
               GO TO LE-20.
           PERFORM LC-10-BOOK-ONE THRU LC-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILEDIV
               GO TO LE-EXIT.
           GO TO LE-20.
       LE-EXIT.
           EXIT.
       LF-WHSE SECTION.
       LF-10-BOOK-WHSE.
           MOVE 4 TO UW17DX.
           MOVE 0 TO UW17OLD-CNT.
           MOVE UW17PNDNEW-NAME TO UW17WHS-NAME.
           OPEN INPUT FILEWHS.
           IF UW17WHS-STATUS = '35'
               DISPLAY 'WAREHOUSE NOT BOOKED - ' UW17PNDNEW-NAME
                   ' NOT PRESENT' UPON PRINTER
               MOVE 'Y' TO UW17WHS-SKIP
               MOVE 'Y' TO UW17ANY-WARN
               GO TO LF-EXIT.
           IF UW17WHS-STATUS NOT EQUAL TO '00'
               DISPLAY 'WAREHOUSE FILE OPEN ERROR - JOURNAL ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LF-EXIT.
           CLOSE FILEWHS.
           MOVE UW17PND-NAME TO UW17WHS-NAME.
           OPEN INPUT FILEWHS.
           IF UW17WHS-STATUS = '35'
               GO TO LF-30.
           IF UW17WHS-STATUS NOT EQUAL TO '00'
               DISPLAY 'WAREHOUSE FILE OPEN ERROR - JOURNAL ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LF-EXIT.
       LF-20.
           READ FILEWHS AT END
               CLOSE FILEWHS
               GO TO LF-30.
           IF FILEWHSREC(1:2) NOT EQUAL TO 'DT'
               GO TO LF-20.
           IF UW17OLD-CNT NOT LESS THAN UW17MAX-OLD
               DISPLAY 'WAREHOUSE TABLE FULL - JOURNAL ABORTED'
                   UPON PRINTER
               CLOSE FILEWHS
               MOVE 8 TO RETURN-CODE
               GO TO LF-EXIT.
           ADD 1 TO UW17OLD-CNT.
           MOVE FILEWHSREC TO UW17OE-IMG(UW17OLD-CNT).
           MOVE 'N' TO UW17OE-USED(UW17OLD-CNT).
           GO TO LF-20.
       LF-30.
           MOVE UW17PNDNEW-NAME TO UW17WHS-NAME.
           MOVE UW17PNDNEW-NAME TO UW17SRC-DSN.
           OPEN INPUT FILEWHS.
           IF UW17WHS-STATUS NOT EQUAL TO '00'
               DISPLAY 'WAREHOUSE FILE OPEN ERROR - JOURNAL ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LF-EXIT.
       LF-40.
           READ FILEWHS AT END
               CLOSE FILEWHS
               GO TO LF-EXIT.
           IF FILEWHSREC(1:2) NOT EQUAL TO 'DT'
               GO TO LF-40.
           MOVE 'N' TO UW17OLD-HIT.
           PERFORM VARYING UW17OX FROM 1 BY 1
                   UNTIL UW17OX > UW17OLD-CNT
               IF UW17OE-USED(UW17OX) = 'N' AND
                   UW17OE-IMG(UW17OX) = FILEWHSREC
                   MOVE 'Y' TO UW17OE-USED(UW17OX)
                   MOVE 'Y' TO UW17OLD-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW17OLD-HIT = 'Y'
               GO TO LF-40.
           MOVE FILEWHSREC TO UW17DTL.
           PERFORM LC-10-BOOK-ONE THRU LC-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILEWHS
               GO TO LF-EXIT.
           GO TO LF-40.
       LF-EXIT.
           EXIT.
       LG-LOADMAP SECTION.
       LG-10-LOAD-MAP.
           MOVE 0 TO UW17MAP-CNT.
           MOVE 0 TO UW17SUSP-X.
           OPEN INPUT FILEMAP.
           IF UW17MAP-STATUS NOT EQUAL TO '00'
               DISPLAY 'GL MAPPING FILE NOT FOUND OR OPEN ERROR - '
                   'JOURNAL ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
       LG-20.
           READ FILEMAP AT END
               CLOSE FILEMAP
               GO TO LG-30.
           IF FILEMAPREC = SPACES
               GO TO LG-20.
           MOVE 'Y' TO UW17MAP-OK.
           IF FILEMAP-DRACCT = SPACES OR FILEMAP-CRACCT = SPACES
               MOVE 'N' TO UW17MAP-OK.
           IF FILEMAP-DISP NOT EQUAL TO '***'
               MOVE 'N' TO UW17MAP-OK
               PERFORM VARYING UW17DX FROM 1 BY 1 UNTIL UW17DX > 6
                   IF UW17DISP-CD(UW17DX) = FILEMAP-DISP
                       MOVE 'Y' TO UW17MAP-OK
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
           IF FILEMAP-DISP = '***' AND
               FILEMAPREC(1:17) NOT EQUAL TO '*****************'
               MOVE 'N' TO UW17MAP-OK.
           IF UW17MAP-OK = 'N'
               DISPLAY 'GL MAPPING RECORD INVALID - JOURNAL ABORTED'
                   UPON PRINTER
               DISPLAY FILEMAPREC UPON PRINTER
               CLOSE FILEMAP
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
           MOVE FILEMAP-BRAC TO UW17MK-BRAC.
           MOVE FILEMAP-PYMTH TO UW17MK-PYMTH.
           MOVE FILEMAP-TXNTYP TO UW17MK-TXNTYP.
           MOVE FILEMAP-CURCD TO UW17MK-CURCD.
           MOVE FILEMAP-DISP TO UW17MK-DISP.
           PERFORM LC-20-MAP-LOOKUP THRU LC-29-EXIT.
           IF UW17MAP-HIT > 0
               DISPLAY 'DUPLICATE GL MAPPING KEY - JOURNAL ABORTED'
                   UPON PRINTER
               DISPLAY FILEMAPREC UPON PRINTER
               CLOSE FILEMAP
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
           IF UW17MAP-CNT NOT LESS THAN UW17MAX-MAP
               DISPLAY 'GL MAPPING TABLE FULL - JOURNAL ABORTED'
                   UPON PRINTER
               CLOSE FILEMAP
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
           ADD 1 TO UW17MAP-CNT.
           MOVE UW17MAP-SRCH TO UW17ME-KEY(UW17MAP-CNT).
           MOVE FILEMAP-DRACCT TO UW17ME-DRACCT(UW17MAP-CNT).
           MOVE FILEMAP-CRACCT TO UW17ME-CRACCT(UW17MAP-CNT).
           IF UW17MAP-SRCH = '*****************'
               MOVE UW17MAP-CNT TO UW17SUSP-X.
           GO TO LG-20.
       LG-30.
           IF UW17SUSP-X = 0
               DISPLAY 'GL SUSPENSE ACCOUNT NOT ON MAPPING FILE - '
                   'JOURNAL ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE.
       LG-EXIT.
           EXIT.
       LH-JOURNAL SECTION.
       LH-10-SCAN-JOURNAL.
           MOVE 'N' TO UW17JNO-SAMEDAY.
           MOVE 0 TO UW17APK-CNT.
           OPEN INPUT FILEJNO.
           IF UW17JNO-STATUS = '35'
               GO TO LH-EXIT.
           IF UW17JNO-STATUS NOT EQUAL TO '00'
               DISPLAY 'GL JOURNAL FILE NOT READABLE - JOURNAL '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LH-EXIT.
       LH-20.
           READ FILEJNO AT END
               CLOSE FILEJNO
               GO TO LH-EXIT.
           IF FILEJNOH-RECTYP = 'JHD'
               GO TO LH-25.
           IF FILEJNOD-RECTYP NOT EQUAL TO 'JDT' OR
               FILEJNOD-BUSDT NOT EQUAL TO UW17BUSDATE OR
               FILEJNOD-DISP NOT EQUAL TO 'APR' OR
               FILEJNOD-DRCR NOT EQUAL TO 'D'
               GO TO LH-20.
           IF UW17APK-CNT NOT LESS THAN UW17MAX-APK
               DISPLAY 'APPROVAL KEY TABLE FULL - JOURNAL ABORTED'
                   UPON PRINTER
               CLOSE FILEJNO
               MOVE 8 TO RETURN-CODE
               GO TO LH-EXIT.
           ADD 1 TO UW17APK-CNT.
           MOVE FILEJNOD-KEY TO UW17APK-ENT(UW17APK-CNT).
           GO TO LH-20.
       LH-25.
           IF FILEJNOH-BUSDT NOT EQUAL TO UW17BUSDATE
               GO TO LH-20.
           MOVE 'Y' TO UW17JNO-SAMEDAY.
           MOVE FILEJNOH-CYCLE TO UW17JNO-CYCLE.
           IF UW17JNO-CYCLE NOT NUMERIC
               MOVE '01' TO UW17JNO-CYCLE.
           IF UW17JNO-CYCLE = UW17CYCLE
               DISPLAY 'CYCLE ' UW17CYCLE ' OF ' UW17BUSDATE
                   ' ALREADY ON GL JOURNAL - JOURNAL ABORTED'
                   UPON PRINTER
               CLOSE FILEJNO
               MOVE 8 TO RETURN-CODE
               GO TO LH-EXIT.
           GO TO LH-20.
       LH-EXIT.
           EXIT.
       LH-30-APR-BOOKED.
           MOVE 'N' TO UW17APK-HIT.
           MOVE SPACES TO UW17APK-SRCH.
           MOVE UW17D-UFACNO TO UW17APK-SRCH(1:14).
           MOVE UW17D-UFSTXN TO UW17APK-SRCH(15:4).
           MOVE UW17D-EFDTE TO UW17APK-SRCH(19:8).
           PERFORM VARYING UW17KX FROM 1 BY 1
                   UNTIL UW17KX > UW17APK-CNT
               IF UW17APK-ENT(UW17KX) = UW17APK-SRCH
                   MOVE 'Y' TO UW17APK-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       LH-39-EXIT.
           EXIT.
       LH-50-COMMIT-JOURNAL.
           OPEN INPUT FILEJNL.
           IF UW17JNL-STATUS NOT EQUAL TO '00'
               DISPLAY 'GL JOURNAL STAGING NOT READABLE - JOURNAL '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LH-59-EXIT.
           IF UW17JNO-SAMEDAY = 'Y'
               OPEN EXTEND FILEJNO
           ELSE
               OPEN OUTPUT FILEJNO.
           IF UW17JNO-STATUS NOT EQUAL TO '00'
               DISPLAY 'GL JOURNAL FILE NOT WRITABLE - JOURNAL '
                   'REMAINS IN ' UW17JNL-NAME UPON PRINTER
               CLOSE FILEJNL
               MOVE 8 TO RETURN-CODE
               GO TO LH-59-EXIT.
       LH-51.
           READ FILEJNL AT END
               CLOSE FILEJNL
               CLOSE FILEJNO
               GO TO LH-59-EXIT.
           MOVE FILEJNLHREC TO FILEJNOHREC.
           WRITE FILEJNOHREC.
           IF UW17JNO-STATUS NOT EQUAL TO '00'
               DISPLAY 'GL JOURNAL WRITE ERROR - JOURNAL INCOMPLETE, '
                   'RESTORE FROM ' UW17JNL-NAME UPON PRINTER
               CLOSE FILEJNL
               CLOSE FILEJNO
               MOVE 8 TO RETURN-CODE
               GO TO LH-59-EXIT.
           GO TO LH-51.
       LH-59-EXIT.
           EXIT.
       LK-REPORT SECTION.
       LK-10-REPORT.
           OPEN OUTPUT FILERPT.
           IF UW17RPT-STATUS NOT EQUAL TO '00'
               DISPLAY 'GL JOURNAL REPORT NOT OPENABLE' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LK-EXIT.
           MOVE SPACES TO FILERPTREC.
           MOVE 'TESTGLJ JOURNAL PROOF' TO FILERPT-LABEL.
           MOVE UW17BUSDATE TO FILERPT-KEY.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'CUR' TO FILERPT-KEY.
           MOVE '  DR LINES' TO FILERPT-DRCNT.
           MOVE '             DEBITS' TO FILERPT-DRAMT.
           MOVE '  CR LINES' TO FILERPT-CRCNT.
           MOVE '            CREDITS' TO FILERPT-CRAMT.
           WRITE FILERPTREC.
           PERFORM LK-20-CUR-LINE THRU LK-29-EXIT
               VARYING UW17CX FROM 1 BY 1
               UNTIL UW17CX > UW17CUR-CNT.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'DISP' TO FILERPTT-KEY.
           MOVE '      BOOKED' TO FILERPTT-CNT.
           MOVE '            AMOUNT' TO FILERPTT-AMT.
           MOVE '  TO SUSPNSE' TO FILERPTT-SCNT.
           MOVE '            AMOUNT' TO FILERPTT-SAMT.
           WRITE FILERPTTREC.
           PERFORM LK-30-DISP-LINE THRU LK-39-EXIT
               VARYING UW17DX FROM 1 BY 1
               UNTIL UW17DX > 6.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'BATCH CONTROL' TO FILERPTT-LABEL.
           MOVE UW17CTL-CNT TO FILERPTT-CNT.
           MOVE UW17CTL-AMT TO UW17AMT-ED.
           MOVE UW17AMT-ED TO FILERPTT-AMT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'FTM TRAILER' TO FILERPTT-LABEL.
           MOVE UW17BATCH-DATE TO FILERPTT-KEY.
           MOVE UW17TRL-NOREC TO FILERPTT-CNT.
           MOVE UW17TRL-TOTAMT TO UW17AMT-ED.
           MOVE UW17AMT-ED TO FILERPTT-AMT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'JOURNAL LINES' TO FILERPTT-LABEL.
           MOVE UW17LINE-CNT TO FILERPTT-CNT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'GL EXCEPTION LINES' TO FILERPTT-LABEL.
           MOVE UW17GEX-CNT TO FILERPTT-CNT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'ITEMS NOT BOOKABLE' TO FILERPTT-LABEL.
           MOVE UW17NBK-CNT TO FILERPTT-CNT.
           WRITE FILERPTTREC.
           IF UW17WHS-SKIP = 'Y'
               MOVE SPACES TO FILERPTTREC
               MOVE 'WAREHOUSE NOT BOOKED' TO FILERPTT-LABEL
               WRITE FILERPTTREC.
           CLOSE FILERPT.
       LK-EXIT.
           EXIT.
       LK-20-CUR-LINE.
           MOVE SPACES TO FILERPTREC.
           MOVE 'CURRENCY PROOF' TO FILERPT-LABEL.
           MOVE UW17CE-CD(UW17CX) TO FILERPT-KEY.
           MOVE UW17CE-DRCNT(UW17CX) TO UW17CNT-ED.
           MOVE UW17CNT-ED TO FILERPT-DRCNT(3:8).
           MOVE UW17CE-DRAMT(UW17CX) TO UW17AMT-ED.
           MOVE UW17AMT-ED TO FILERPT-DRAMT(4:16).
           MOVE UW17CE-CRCNT(UW17CX) TO UW17CNT-ED.
           MOVE UW17CNT-ED TO FILERPT-CRCNT(3:8).
           MOVE UW17CE-CRAMT(UW17CX) TO UW17AMT-ED.
           MOVE UW17AMT-ED TO FILERPT-CRAMT(4:16).
           IF UW17CE-DRAMT(UW17CX) = UW17CE-CRAMT(UW17CX)
               MOVE ' IN BALANCE' TO FILERPT-FLAG
           ELSE
               MOVE ' OUT OF BALANCE' TO FILERPT-FLAG.
           WRITE FILERPTREC.
       LK-29-EXIT.
           EXIT.
       LK-30-DISP-LINE.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'DISPOSITION' TO FILERPTT-LABEL.
           MOVE UW17DISP-CD(UW17DX) TO FILERPTT-KEY.
           MOVE UW17DS-CNT(UW17DX) TO FILERPTT-CNT.
           MOVE UW17DS-AMT(UW17DX) TO UW17AMT-ED.
           MOVE UW17AMT-ED TO FILERPTT-AMT.
           MOVE UW17DS-SCNT(UW17DX) TO FILERPTT-SCNT.
           MOVE UW17DS-SAMT(UW17DX) TO UW17AMT-ED.
           MOVE UW17AMT-ED TO FILERPTT-SAMT.
           WRITE FILERPTTREC.
       LK-39-EXIT.
           EXIT.
       LZ-ABORT SECTION.
       LZ-10-BACKOUT.
           IF UW17JNL-OPEN = 'Y'
               CLOSE FILEJNL
               DELETE FILE FILEJNL
               MOVE 'N' TO UW17JNL-OPEN
               DISPLAY 'PARTIAL GL JOURNAL BACKED OUT' UPON PRINTER.
           IF UW17GEX-OPEN = 'Y'
               CLOSE FILEGEX
               OPEN OUTPUT FILEGEX
               CLOSE FILEGEX
               MOVE 'N' TO UW17GEX-OPEN
               DISPLAY 'PARTIAL GL EXCEPTION FILE BACKED OUT'
                   UPON PRINTER.
       LZ-EXIT.
           EXIT.
