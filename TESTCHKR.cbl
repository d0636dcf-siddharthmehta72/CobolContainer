       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCHKR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  FILEMRG ASSIGN DYNAMIC UW23MRGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW23MRG-STATUS.
           SELECT  FILEREG ASSIGN DYNAMIC UW23REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW23REG-STATUS.
           SELECT  FILERGW ASSIGN DYNAMIC UW23RGW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW23RGW-STATUS.
           SELECT  FILEVOID ASSIGN DYNAMIC UW23VOID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW23VOID-STATUS.
           SELECT  FILEPAID ASSIGN DYNAMIC UW23PAID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW23PAID-STATUS.
           SELECT  FILESTL ASSIGN DYNAMIC UW23STL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW23STL-STATUS.
           SELECT  FILESTW ASSIGN DYNAMIC UW23STW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW23STW-STATUS.
           SELECT  FILEEXC ASSIGN DYNAMIC UW23EXC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW23EXC-STATUS.
           SELECT  FILELOG ASSIGN DYNAMIC UW23LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW23LOG-STATUS.
           SELECT  FILERPT ASSIGN DYNAMIC UW23RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW23RPT-STATUS.
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
           03  FILEMDUFBAID            PIC X(5).
           03  FILEMDUFSTXN            PIC 9(4).
           03  FILEMDPYMTH             PIC X(3).
           03  FILEMDCRDBIN            PIC X.
           03  FILEMDTXNTYP            PIC XX.
           03  FILEMDEFDTE             PIC 9(8).
           03  FILEMDTEXT              PIC X(10).
           03  FILEMDMICRNO            PIC 9(6).
           03  FILEMDPAYAMT            PIC 9(9)V99.
           03  FILEMDUFNMIND           PIC X.
           03  FILEMDUFACNO            PIC X(14).
           03  FILEMDSUBACC            PIC XX.
           03  FILEMDUFRDTP            PIC X.
           03  FILEMDUFBRAC            PIC 9(6).
           03  FILEMDCURCD             PIC XXX.
       01  FILEMTREC.
           03  FILEMTRECTP             PIC XXX.
           03  FILEMTNOREC             PIC 9(8).
           03  FILEMTSIGN              PIC X.
           03  FILEMTTOTAMT            PIC 9(12)V99.
           03  FILEMTCURCD             PIC XXX.
           03  FILLER                  PIC X(51).
       FD  FILEREG
           LABEL RECORDS ARE STANDARD.
       01  FILEREGREC.
           03  FILEREG-MICRNO          PIC 9(6).
           03  FILEREG-ACNO            PIC X(14).
           03  FILEREG-BRAC            PIC X(6).
           03  FILEREG-CURCD           PIC XXX.
           03  FILEREG-AMT             PIC 9(9)V99.
           03  FILEREG-ISSDT           PIC 9(8).
           03  FILEREG-STAT            PIC X.
           03  FILEREG-STATDT          PIC 9(8).
           03  FILEREG-PAIDAMT         PIC 9(9)V99.
           03  FILEREG-PAIDDT          PIC 9(8).
           03  FILEREG-PAIDCNT         PIC 99.
       FD  FILERGW
           LABEL RECORDS ARE STANDARD.
       01  FILERGWREC                  PIC X(78).
       FD  FILEVOID
           LABEL RECORDS ARE STANDARD.
       01  FILEVOIDREC.
           03  FILEVOID-MICRNO         PIC 9(6).
           03  FILEVOID-ACNO           PIC X(14).
           03  FILEVOID-AMT            PIC 9(9)V99.
           03  FILEVOID-EFDTE          PIC 9(8).
       FD  FILEPAID
           LABEL RECORDS ARE STANDARD.
       01  FILEPAIDREC.
           03  FILEPAID-MICRNO         PIC 9(6).
           03  FILEPAID-AMT            PIC 9(9)V99.
           03  FILEPAID-PAIDDT         PIC 9(8).
       FD  FILESTL
           LABEL RECORDS ARE STANDARD.
       01  FILESTLREC.
           03  FILESTL-MICRNO          PIC 9(6).
           03  FILESTL-ACNO            PIC X(14).
           03  FILESTL-AMT             PIC 9(9)V99.
           03  FILESTL-EFDTE           PIC 9(8).
       FD  FILESTW
           LABEL RECORDS ARE STANDARD.
       01  FILESTWREC                  PIC X(39).
       FD  FILEEXC
           LABEL RECORDS ARE STANDARD.
       01  FILEEXCREC.
           03  FILEEXC-REASON          PIC X(40).
           03  FILEEXC-MICRNO          PIC 9(6).
           03  FILEEXC-ACNO            PIC X(14).
           03  FILEEXC-BRAC            PIC X(6).
           03  FILEEXC-CURCD           PIC XXX.
           03  FILEEXC-ISSAMT          PIC 9(9)V99.
           03  FILEEXC-ISSDT           PIC 9(8).
           03  FILEEXC-STAT            PIC X.
           03  FILEEXC-PAIDAMT         PIC 9(9)V99.
           03  FILEEXC-PAIDDT          PIC 9(8).
           03  FILEEXC-BUSDT           PIC 9(8).
       FD  FILELOG
           LABEL RECORDS ARE STANDARD.
       01  FILELOGREC.
           03  FILELOG-BATDT           PIC 9(8).
           03  FILELOG-BUSDT           PIC 9(8).
           03  FILELOG-RUNDT           PIC 9(8).
           03  FILELOG-MBUSDT          PIC X(8).
           03  FILELOG-CYCLE           PIC XX.
           03  FILELOG-ISSCNT          PIC 9(8).
           03  FILELOG-PAYCNT          PIC 9(8).
           03  FILELOG-STLCNT          PIC 9(8).
           03  FILELOG-EXCCNT          PIC 9(8).
           03  FILELOG-DSN             PIC X(80).
           03  FILELOG-STAT            PIC X.
       FD  FILERPT
           LABEL RECORDS ARE STANDARD.
       01  FILERPTREC.
           03  FILERPT-LABEL           PIC X(24).
           03  FILERPT-BRAC            PIC X(8).
           03  FILERPT-CUR             PIC X(4).
           03  FILERPT-CNT             PIC X(10).
           03  FILERPT-AMT             PIC X(18).
           03  FILERPT-BKT             PIC X(18) OCCURS 5 TIMES.
       01  FILERPTTREC.
           03  FILERPTT-LABEL          PIC X(24).
           03  FILERPTT-CNT            PIC X(12).
           03  FILERPTT-AMT            PIC X(18).
       WORKING-STORAGE SECTION.
       01  UW23APRWDAY                 PIC 9(8).
       01  UW23MRGFILE-NAME            PIC X(80).
       01  UW23BUSDATE-PARM            PIC X(8).
       01  UW23BUSDATE                 PIC 9(8) VALUE 0.
       01  UW23STALE-PARM              PIC X(4).
       01  UW23STALE-DAYS              PIC 9(4) VALUE 180.
       01  UW23STALE-BAD               PIC 9(4).
       01  UW23KEEP-DAYS               PIC 9(4) VALUE 400.
       01  UW23PAIDN-PARM              PIC X(80).
       01  UW23REG-NAME                PIC X(80) VALUE
               'TESTMERGE.CHKREG.DAT'.
       01  UW23RGW-NAME                PIC X(80) VALUE
               'TESTCHKR.REGWRK.TMP'.
       01  UW23VOID-NAME               PIC X(80) VALUE
               'TESTMERGE.CHKVOID.DAT'.
       01  UW23PAID-NAME               PIC X(80).
       01  UW23STL-NAME                PIC X(80) VALUE
               'TESTMERGE.CHKSTALE.DAT'.
       01  UW23STW-NAME                PIC X(80) VALUE
               'TESTCHKR.STALEWRK.TMP'.
       01  UW23EXC-NAME                PIC X(80) VALUE
               'TESTCHKR.EXCEPT.DAT'.
       01  UW23LOG-NAME                PIC X(80) VALUE
               'TESTCHKR.RUNLOG.DAT'.
       01  UW23RPT-NAME                PIC X(80) VALUE
               'TESTCHKR.REPORT.DAT'.
       01  UW23MRG-STATUS              PIC XX.
       01  UW23REG-STATUS              PIC XX.
       01  UW23RGW-STATUS              PIC XX.
       01  UW23VOID-STATUS             PIC XX.
       01  UW23PAID-STATUS             PIC XX.
       01  UW23STL-STATUS              PIC XX.
       01  UW23STW-STATUS              PIC XX.
       01  UW23EXC-STATUS              PIC XX.
       01  UW23LOG-STATUS              PIC XX.
       01  UW23RPT-STATUS              PIC XX.
       01  UW23BATCH-DATE              PIC 9(8).
       01  UW23MRG-BUSDT               PIC X(8).
       01  UW23CYCLE                   PIC XX.
       01  UW23CYCTYP                  PIC X.
       01  UW23TRL-SEEN                PIC X VALUE 'N'.
       01  UW23ANY-WARN                PIC X VALUE 'N'.
       01  UW23LOG-STAT                PIC X.
       01  UW23LOG-PEND                PIC X VALUE 'N'.
       01  UW23LOG-PENDDT              PIC 9(8).
       01  UW23EXC-OPEN                PIC X VALUE 'N'.
       01  UW23MAX-REG                 PIC 9(7) VALUE 200000.
       01  UW23REG-CNT                 PIC 9(7) VALUE 0.
       01  UW23RX                      PIC 9(7).
       01  UW23REG-TAB.
           03  UW23REG-ENT OCCURS 200000 TIMES.
               05  UW23RE-MICRNO       PIC 9(6).
               05  UW23RE-ACNO         PIC X(14).
               05  UW23RE-BRAC         PIC X(6).
               05  UW23RE-CURCD        PIC XXX.
               05  UW23RE-AMT          PIC 9(9)V99.
               05  UW23RE-ISSDT        PIC 9(8).
               05  UW23RE-STAT         PIC X.
                   88  UW23RE-OUTSTANDING  VALUE 'O'.
                   88  UW23RE-PAID         VALUE 'P'.
                   88  UW23RE-VOIDED       VALUE 'V'.
                   88  UW23RE-STALE        VALUE 'S'.
               05  UW23RE-STATDT       PIC 9(8).
               05  UW23RE-PAIDAMT      PIC 9(9)V99.
               05  UW23RE-PAIDDT       PIC 9(8).
               05  UW23RE-PAIDCNT      PIC 99.
       01  UW23BS-LO                   PIC 9(7).
       01  UW23BS-HI                   PIC 9(7).
       01  UW23BS-MID                  PIC 9(7).
       01  UW23BS-FOUND                PIC X VALUE 'N'.
       01  UW23BS-POS                  PIC 9(7).
       01  UW23BS-MICRNO               PIC 9(6).
       01  UW23MAX-BR                  PIC 9(4) VALUE 2000.
       01  UW23BR-CNT                  PIC 9(4) VALUE 0.
       01  UW23BX                      PIC 9(4).
       01  UW23BR-HIT                  PIC 9(4).
       01  UW23BK-BRAC                 PIC X(6).
       01  UW23BK-CUR                  PIC XXX.
       01  UW23BR-TAB.
           03  UW23BR-ENT OCCURS 2000 TIMES.
               05  UW23BE-BRAC         PIC X(6).
               05  UW23BE-CUR          PIC XXX.
               05  UW23BE-CNT          PIC 9(8).
               05  UW23BE-AMT          PIC 9(12)V99.
               05  UW23BE-BKT OCCURS 5 TIMES.
                   07  UW23BE-BCNT     PIC 9(8).
                   07  UW23BE-BAMT     PIC 9(12)V99.
       01  UW23BKT-LIM-LIT             PIC X(12) VALUE
               '030060090180'.
       01  UW23BKT-LIM-TAB REDEFINES UW23BKT-LIM-LIT.
           03  UW23BKT-LIM             PIC 999 OCCURS 4 TIMES.
       01  UW23BKT-HDR-LIT.
           03  FILLER                  PIC X(18) VALUE
               '         0-30 DAYS'.
           03  FILLER                  PIC X(18) VALUE
               '        31-60 DAYS'.
           03  FILLER                  PIC X(18) VALUE
               '        61-90 DAYS'.
           03  FILLER                  PIC X(18) VALUE
               '       91-180 DAYS'.
           03  FILLER                  PIC X(18) VALUE
               '     OVER 180 DAYS'.
       01  UW23BKT-HDR-TAB REDEFINES UW23BKT-HDR-LIT.
           03  UW23BKT-HDR             PIC X(18) OCCURS 5 TIMES.
       01  UW23BKT                     PIC 9.
       01  UW23KX                      PIC 9.
       01  UW23INT-BUS                 PIC 9(8).
       01  UW23AGE-DAYS                PIC S9(8).
       01  UW23REASON                  PIC X(40).
       01  UW23EX-MICRNO               PIC 9(6).
       01  UW23EX-PAIDAMT              PIC 9(9)V99.
       01  UW23EX-PAIDDT               PIC 9(8).
       01  UW23DTL-CNT                 PIC 9(8) VALUE 0.
       01  UW23DTL-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW23ISS-CNT                 PIC 9(8) VALUE 0.
       01  UW23ISS-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW23RRG-CNT                 PIC 9(8) VALUE 0.
       01  UW23VOD-CNT                 PIC 9(8) VALUE 0.
       01  UW23VOD-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW23PAY-CNT                 PIC 9(8) VALUE 0.
       01  UW23PAY-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW23STL-CNT                 PIC 9(8) VALUE 0.
       01  UW23STL-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW23PUR-CNT                 PIC 9(8) VALUE 0.
       01  UW23OUT-CNT                 PIC 9(8) VALUE 0.
       01  UW23OUT-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW23EXC-CNT                 PIC 9(8) VALUE 0.
       01  UW23PNI-CNT                 PIC 9(8) VALUE 0.
       01  UW23MIS-CNT                 PIC 9(8) VALUE 0.
       01  UW23PAV-CNT                 PIC 9(8) VALUE 0.
       01  UW23PTW-CNT                 PIC 9(8) VALUE 0.
       01  UW23DUP-CNT                 PIC 9(8) VALUE 0.
       01  UW23VEX-CNT                 PIC 9(8) VALUE 0.
       01  UW23BAD-CNT                 PIC 9(8) VALUE 0.
       01  UW23AMT-ED                  PIC 9(13).99.
       PROCEDURE DIVISION.
       LA-CONTROL SECTION.
       LA-10.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT UW23MRGFILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW23MRGFILE-NAME
           END-ACCEPT.
           MOVE SPACES TO UW23BUSDATE-PARM.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT UW23BUSDATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW23BUSDATE-PARM
           END-ACCEPT.
           MOVE SPACES TO UW23STALE-PARM.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT UW23STALE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW23STALE-PARM
           END-ACCEPT.
           MOVE SPACES TO UW23PAIDN-PARM.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT UW23PAIDN-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW23PAIDN-PARM
           END-ACCEPT.
           IF UW23MRGFILE-NAME = SPACES
               DISPLAY 'USAGE: TESTCHKR MERGED-PAYMENT-FILE '
                   '(BUSINESS-DATE) (STALE-DAYS) (PAID-ITEMS-FILE)'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           IF UW23BUSDATE-PARM NOT EQUAL TO SPACES
               IF UW23BUSDATE-PARM NUMERIC
                   MOVE UW23BUSDATE-PARM TO UW23BUSDATE
               ELSE
                   DISPLAY 'BUSINESS DATE NOT NUMERIC' UPON PRINTER
                   MOVE 8 TO RETURN-CODE
                   GO TO LA-EXIT
               END-IF.
           IF UW23STALE-PARM NOT EQUAL TO SPACES
               MOVE 0 TO UW23STALE-BAD
               INSPECT UW23STALE-PARM TALLYING UW23STALE-BAD
                   FOR ALL 'A' 'B' 'C' 'D' 'E' 'F' 'G' 'H' 'I' 'J'
                   'K' 'L' 'M' 'N' 'O' 'P' 'Q' 'R' 'S' 'T' 'U' 'V'
                   'W' 'X' 'Y' 'Z' '.' '-' '+'
               IF UW23STALE-BAD > 0
                   DISPLAY 'STALE DAYS NOT NUMERIC' UPON PRINTER
                   MOVE 8 TO RETURN-CODE
                   GO TO LA-EXIT
               END-IF
               COMPUTE UW23STALE-DAYS = FUNCTION NUMVAL(UW23STALE-PARM)
               IF UW23STALE-DAYS = 0
                   DISPLAY 'STALE DAYS MUST BE AT LEAST 1' UPON PRINTER
                   MOVE 8 TO RETURN-CODE
                   GO TO LA-EXIT
               END-IF.
           ACCEPT UW23APRWDAY FROM DATE YYYYMMDD.
           DISPLAY 'MERGED FILE :' UW23MRGFILE-NAME UPON PRINTER.
           DISPLAY 'STALE AFTER :' UW23STALE-DAYS ' DAYS' UPON PRINTER.
           PERFORM LB-CHKREC.
           IF RETURN-CODE = 0 AND UW23ANY-WARN = 'Y'
               MOVE 4 TO RETURN-CODE.
       LA-EXIT.
           STOP RUN.
       LB-CHKREC SECTION.
       LB-10.
           OPEN INPUT FILEMRG.
           IF UW23MRG-STATUS NOT EQUAL TO '00'
               DISPLAY 'MERGED FILE NOT FOUND OR OPEN ERROR - '
                   'CHECK RECONCILIATION ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           READ FILEMRG AT END
               DISPLAY 'MERGED FILE EMPTY - CHECK RECONCILIATION '
                   'ABORTED' UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           IF FILEMHRECTYP NOT EQUAL TO 'HDM'
               DISPLAY 'MERGED FILE HEADER MISSING - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE FILEMHFILEMDT TO UW23BATCH-DATE.
           MOVE FILEMHFILEMDT TO UW23MRG-BUSDT.
           MOVE '01' TO UW23CYCLE.
           MOVE 'E' TO UW23CYCTYP.
           IF FILEMHCYCLE NUMERIC AND FILEMHCYCLE NOT EQUAL TO '00'
               MOVE FILEMHCYCLE TO UW23CYCLE
               IF FILEMHCYCTYP = 'I'
                   MOVE 'I' TO UW23CYCTYP
               END-IF
               IF FILEMHBUSDT NUMERIC
                   MOVE FILEMHBUSDT TO UW23MRG-BUSDT
               END-IF
               DISPLAY 'MERGE CYCLE :' UW23CYCLE ' ' UW23CYCTYP
                   UPON PRINTER.
           IF UW23BUSDATE = 0
               MOVE UW23MRG-BUSDT TO UW23BUSDATE.
           DISPLAY 'BUSINESS DTE:' UW23BUSDATE UPON PRINTER.
           IF UW23PAIDN-PARM NOT EQUAL TO SPACES
               MOVE UW23PAIDN-PARM TO UW23PAID-NAME
           ELSE
               MOVE SPACES TO UW23PAID-NAME
               STRING 'TESTMERGE.CHKPAID.' UW23BUSDATE '.DAT'
                   DELIMITED BY SIZE INTO UW23PAID-NAME.
           PERFORM LH-10-CHECK-LOG THRU LH-19-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILEMRG
               GO TO LB-EXIT.
           PERFORM LC-10-LOAD-REG THRU LC-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILEMRG
               GO TO LB-EXIT.
           OPEN OUTPUT FILEEXC.
           IF UW23EXC-STATUS NOT EQUAL TO '00'
               DISPLAY 'EXCEPTION FILE NOT OPENABLE - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE 'Y' TO UW23EXC-OPEN.
       LB-20.
           READ FILEMRG AT END
               GO TO LB-30.
           IF FILEMTRECTP = 'FTM'
               MOVE 'Y' TO UW23TRL-SEEN
               GO TO LB-20.
           IF FILEMDRECTYP(1:2) NOT EQUAL TO 'DT'
               DISPLAY 'UNEXPECTED RECORD ON MERGED FILE - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-90.
           IF FILEMDPYMTH NOT EQUAL TO 'CHK'
               GO TO LB-20.
           PERFORM LD-10-ISSUE THRU LD-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILEMRG
               GO TO LB-90.
           GO TO LB-20.
       LB-30.
           CLOSE FILEMRG.
           IF UW23TRL-SEEN = 'N'
               DISPLAY 'MERGED FILE TRAILER MISSING - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-90.
           PERFORM LE-10-VOIDS THRU LE-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-90.
           IF UW23CYCTYP = 'E'
               PERFORM LF-10-PAID THRU LF-EXIT
               IF RETURN-CODE NOT LESS THAN 8
                   GO TO LB-90
               END-IF
               PERFORM LG-10-STALE THRU LG-EXIT.
           PERFORM LM-10-STAGE-REG THRU LM-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-90.
           IF UW23STL-CNT > 0
               PERFORM LG-30-WRITE-STALE THRU LG-39-EXIT
               IF RETURN-CODE NOT LESS THAN 8
                   GO TO LB-90
               END-IF.
           MOVE 'P' TO UW23LOG-STAT.
           PERFORM LH-20-WRITE-LOG THRU LH-29-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-90.
           PERFORM LM-30-COMMIT-REG THRU LM-39-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               DISPLAY 'CHECK RUN LOG HOLDS AN UNCONFIRMED ENTRY FOR '
                   'THIS CYCLE - RESTORE REGISTER BEFORE RERUN'
                   UPON PRINTER
               GO TO LB-90.
           IF UW23STL-CNT > 0
               PERFORM LG-40-FILE-STALE THRU LG-49-EXIT
               IF RETURN-CODE NOT LESS THAN 8
                   DISPLAY 'REGISTER UPDATED - CHECK RUN LOG ENTRY '
                       'LEFT UNCONFIRMED, RERUN BLOCKED' UPON PRINTER
                   GO TO LB-90
               END-IF.
           CLOSE FILEEXC.
           MOVE 'N' TO UW23EXC-OPEN.
           MOVE 'C' TO UW23LOG-STAT.
           PERFORM LH-20-WRITE-LOG THRU LH-29-EXIT.
           PERFORM LK-10-REPORT THRU LK-EXIT.
           IF UW23EXC-CNT > 0
               DISPLAY 'CHECK RECONCILIATION EXCEPTIONS - SEE '
                   UW23EXC-NAME UPON PRINTER
               MOVE 'Y' TO UW23ANY-WARN.
           DISPLAY 'CHECK DETAILS READ  : ' UW23DTL-CNT UPON PRINTER.
           DISPLAY 'CHECKS REGISTERED   : ' UW23ISS-CNT UPON PRINTER.
           DISPLAY 'CHECKS VOIDED       : ' UW23VOD-CNT UPON PRINTER.
           DISPLAY 'CHECKS PAID         : ' UW23PAY-CNT UPON PRINTER.
           DISPLAY 'CHECKS STALE-DATED  : ' UW23STL-CNT UPON PRINTER.
           DISPLAY 'CHECKS OUTSTANDING  : ' UW23OUT-CNT UPON PRINTER.
           DISPLAY 'EXCEPTIONS          : ' UW23EXC-CNT UPON PRINTER.
       LB-90.
           IF UW23EXC-OPEN = 'Y'
               CLOSE FILEEXC.
       LB-EXIT.
           EXIT.
       LC-LOADREG SECTION.
       LC-10-LOAD-REG.
           MOVE 0 TO UW23REG-CNT.
           OPEN INPUT FILEREG.
           IF UW23REG-STATUS = '35'
               DISPLAY 'CHECK REGISTER NOT FOUND - STARTING NEW '
                   'REGISTER' UPON PRINTER
               GO TO LC-EXIT.
           IF UW23REG-STATUS NOT EQUAL TO '00'
               DISPLAY 'CHECK REGISTER OPEN ERROR - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LC-EXIT.
       LC-20.
           READ FILEREG AT END
               CLOSE FILEREG
               GO TO LC-EXIT.
           IF FILEREGREC = SPACES
               GO TO LC-20.
           IF FILEREG-MICRNO NOT NUMERIC OR
               FILEREG-AMT NOT NUMERIC OR
               FILEREG-ISSDT NOT NUMERIC OR
               FILEREG-STATDT NOT NUMERIC OR
               FILEREG-PAIDAMT NOT NUMERIC OR
               FILEREG-PAIDDT NOT NUMERIC OR
               FILEREG-PAIDCNT NOT NUMERIC OR
               (FILEREG-STAT NOT EQUAL TO 'O' AND 'P' AND 'V' AND 'S')
               DISPLAY 'CHECK REGISTER RECORD INVALID FOR MICR '
                   FILEREG-MICRNO ' - CHECK RECONCILIATION ABORTED'
                   UPON PRINTER
               CLOSE FILEREG
               MOVE 8 TO RETURN-CODE
               GO TO LC-EXIT.
           IF UW23REG-CNT NOT LESS THAN UW23MAX-REG
               DISPLAY 'CHECK REGISTER TABLE FULL - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               CLOSE FILEREG
               MOVE 8 TO RETURN-CODE
               GO TO LC-EXIT.
           IF UW23REG-CNT > 0
               IF FILEREG-MICRNO NOT GREATER THAN
                   UW23RE-MICRNO(UW23REG-CNT)
                   DISPLAY 'CHECK REGISTER OUT OF SEQUENCE - CHECK '
                       'RECONCILIATION ABORTED' UPON PRINTER
                   CLOSE FILEREG
                   MOVE 8 TO RETURN-CODE
                   GO TO LC-EXIT.
           ADD 1 TO UW23REG-CNT.
           MOVE FILEREG-MICRNO TO UW23RE-MICRNO(UW23REG-CNT).
           MOVE FILEREG-ACNO TO UW23RE-ACNO(UW23REG-CNT).
           MOVE FILEREG-BRAC TO UW23RE-BRAC(UW23REG-CNT).
           MOVE FILEREG-CURCD TO UW23RE-CURCD(UW23REG-CNT).
           MOVE FILEREG-AMT TO UW23RE-AMT(UW23REG-CNT).
           MOVE FILEREG-ISSDT TO UW23RE-ISSDT(UW23REG-CNT).
           MOVE FILEREG-STAT TO UW23RE-STAT(UW23REG-CNT).
           MOVE FILEREG-STATDT TO UW23RE-STATDT(UW23REG-CNT).
           MOVE FILEREG-PAIDAMT TO UW23RE-PAIDAMT(UW23REG-CNT).
           MOVE FILEREG-PAIDDT TO UW23RE-PAIDDT(UW23REG-CNT).
           MOVE FILEREG-PAIDCNT TO UW23RE-PAIDCNT(UW23REG-CNT).
           GO TO LC-20.
       LC-EXIT.
           EXIT.
       LD-ISSUE SECTION.
       LD-10-ISSUE.
           ADD 1 TO UW23DTL-CNT.
           ADD FILEMDPAYAMT TO UW23DTL-AMT.
           MOVE FILEMDMICRNO TO UW23EX-MICRNO.
           MOVE 0 TO UW23EX-PAIDAMT.
           MOVE 0 TO UW23EX-PAIDDT.
           IF FILEMDMICRNO = 0
               MOVE 'ISSUED CHECK HAS NO MICR NUMBER' TO UW23REASON
               MOVE 0 TO UW23RX
               PERFORM LL-10-WRITE-EXC THRU LL-EXIT
               ADD 1 TO UW23BAD-CNT
               GO TO LD-EXIT.
           MOVE FILEMDMICRNO TO UW23BS-MICRNO.
           PERFORM LJ-10-BSEARCH THRU LJ-EXIT.
           IF UW23BS-FOUND = 'Y'
               MOVE UW23BS-POS TO UW23RX
               IF UW23RE-ACNO(UW23RX) = FILEMDUFACNO AND
                   UW23RE-AMT(UW23RX) = FILEMDPAYAMT AND
                   UW23RE-ISSDT(UW23RX) = UW23BUSDATE
                   ADD 1 TO UW23RRG-CNT
               ELSE
                   MOVE 'DUPLICATE MICR NUMBER ISSUED' TO UW23REASON
                   MOVE FILEMDPAYAMT TO UW23EX-PAIDAMT
                   MOVE UW23BUSDATE TO UW23EX-PAIDDT
                   PERFORM LL-10-WRITE-EXC THRU LL-EXIT
                   ADD 1 TO UW23DUP-CNT
               END-IF
               GO TO LD-EXIT.
           IF UW23REG-CNT NOT LESS THAN UW23MAX-REG
               DISPLAY 'CHECK REGISTER TABLE FULL - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LD-EXIT.
           PERFORM VARYING UW23RX FROM UW23REG-CNT BY -1
                   UNTIL UW23RX < UW23BS-POS
               MOVE UW23REG-ENT(UW23RX) TO UW23REG-ENT(UW23RX + 1)
           END-PERFORM.
           ADD 1 TO UW23REG-CNT.
           MOVE UW23BS-POS TO UW23RX.
           MOVE FILEMDMICRNO TO UW23RE-MICRNO(UW23RX).
           MOVE FILEMDUFACNO TO UW23RE-ACNO(UW23RX).
           MOVE FILEMDUFBRAC TO UW23RE-BRAC(UW23RX).
           MOVE FILEMDCURCD TO UW23RE-CURCD(UW23RX).
           MOVE FILEMDPAYAMT TO UW23RE-AMT(UW23RX).
           MOVE UW23BUSDATE TO UW23RE-ISSDT(UW23RX).
           MOVE 'O' TO UW23RE-STAT(UW23RX).
           MOVE UW23BUSDATE TO UW23RE-STATDT(UW23RX).
           MOVE 0 TO UW23RE-PAIDAMT(UW23RX).
           MOVE 0 TO UW23RE-PAIDDT(UW23RX).
           MOVE 0 TO UW23RE-PAIDCNT(UW23RX).
           ADD 1 TO UW23ISS-CNT.
           ADD FILEMDPAYAMT TO UW23ISS-AMT.
       LD-EXIT.
           EXIT.
       LE-VOIDS SECTION.
       LE-10-VOIDS.
           OPEN INPUT FILEVOID.
           IF UW23VOID-STATUS = '35'
               GO TO LE-EXIT.
           IF UW23VOID-STATUS NOT EQUAL TO '00'
               DISPLAY 'CHECK VOID FILE NOT READABLE - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
       LE-20.
           READ FILEVOID AT END
               CLOSE FILEVOID
               GO TO LE-EXIT.
           IF FILEVOIDREC = SPACES
               GO TO LE-20.
           MOVE 0 TO UW23EX-PAIDAMT.
           MOVE 0 TO UW23EX-PAIDDT.
           IF FILEVOID-MICRNO NOT NUMERIC OR FILEVOID-AMT NOT NUMERIC
               MOVE 0 TO UW23EX-MICRNO
               MOVE 'CHECK VOID RECORD INVALID' TO UW23REASON
               MOVE 0 TO UW23RX
               PERFORM LL-10-WRITE-EXC THRU LL-EXIT
               ADD 1 TO UW23BAD-CNT
               GO TO LE-20.
           MOVE FILEVOID-MICRNO TO UW23EX-MICRNO.
           MOVE FILEVOID-MICRNO TO UW23BS-MICRNO.
           PERFORM LJ-10-BSEARCH THRU LJ-EXIT.
           IF UW23BS-FOUND = 'N'
               MOVE 'VOID OF CHECK NOT ON REGISTER' TO UW23REASON
               MOVE 0 TO UW23RX
               MOVE FILEVOID-AMT TO UW23EX-PAIDAMT
               PERFORM LL-10-WRITE-EXC THRU LL-EXIT
               ADD 1 TO UW23VEX-CNT
               GO TO LE-20.
           MOVE UW23BS-POS TO UW23RX.
           IF UW23RE-PAID(UW23RX)
               MOVE 'VOID OF CHECK ALREADY PAID' TO UW23REASON
               MOVE UW23RE-PAIDAMT(UW23RX) TO UW23EX-PAIDAMT
               MOVE UW23RE-PAIDDT(UW23RX) TO UW23EX-PAIDDT
               PERFORM LL-10-WRITE-EXC THRU LL-EXIT
               ADD 1 TO UW23VEX-CNT
               GO TO LE-20.
           IF NOT UW23RE-OUTSTANDING(UW23RX)
               GO TO LE-20.
           MOVE 'V' TO UW23RE-STAT(UW23RX).
           MOVE UW23BUSDATE TO UW23RE-STATDT(UW23RX).
           ADD 1 TO UW23VOD-CNT.
           ADD UW23RE-AMT(UW23RX) TO UW23VOD-AMT.
           GO TO LE-20.
       LE-EXIT.
           EXIT.
       LF-PAID SECTION.
       LF-10-PAID.
           DISPLAY 'PAID ITEMS  :' UW23PAID-NAME UPON PRINTER.
           OPEN INPUT FILEPAID.
           IF UW23PAID-STATUS = '35'
               DISPLAY 'PAID ITEMS FILE NOT FOUND - PAID CHECKS NOT '
                   'RECONCILED' UPON PRINTER
               MOVE 'Y' TO UW23ANY-WARN
               GO TO LF-EXIT.
           IF UW23PAID-STATUS NOT EQUAL TO '00'
               DISPLAY 'PAID ITEMS FILE OPEN ERROR - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LF-EXIT.
       LF-20.
           READ FILEPAID AT END
               CLOSE FILEPAID
               GO TO LF-EXIT.
           IF FILEPAIDREC = SPACES
               GO TO LF-20.
           IF FILEPAID-MICRNO NOT NUMERIC OR
               FILEPAID-AMT NOT NUMERIC OR
               FILEPAID-PAIDDT NOT NUMERIC
               MOVE 0 TO UW23EX-MICRNO
               MOVE 0 TO UW23EX-PAIDAMT
               MOVE 0 TO UW23EX-PAIDDT
               MOVE 'PAID ITEM RECORD INVALID' TO UW23REASON
               MOVE 0 TO UW23RX
               PERFORM LL-10-WRITE-EXC THRU LL-EXIT
               ADD 1 TO UW23BAD-CNT
               GO TO LF-20.
           MOVE FILEPAID-MICRNO TO UW23EX-MICRNO.
           MOVE FILEPAID-AMT TO UW23EX-PAIDAMT.
           MOVE FILEPAID-PAIDDT TO UW23EX-PAIDDT.
           MOVE FILEPAID-MICRNO TO UW23BS-MICRNO.
           PERFORM LJ-10-BSEARCH THRU LJ-EXIT.
           IF UW23BS-FOUND = 'N'
               MOVE 'PAID CHECK NOT ISSUED' TO UW23REASON
               MOVE 0 TO UW23RX
               PERFORM LL-10-WRITE-EXC THRU LL-EXIT
               ADD 1 TO UW23PNI-CNT
               GO TO LF-20.
           MOVE UW23BS-POS TO UW23RX.
           IF UW23RE-PAIDCNT(UW23RX) < 99
               ADD 1 TO UW23RE-PAIDCNT(UW23RX).
           IF UW23RE-PAID(UW23RX) OR UW23RE-PAIDCNT(UW23RX) > 1
               MOVE 'CHECK PAID TWICE' TO UW23REASON
               PERFORM LL-10-WRITE-EXC THRU LL-EXIT
               ADD 1 TO UW23PTW-CNT
               GO TO LF-20.
           MOVE FILEPAID-AMT TO UW23RE-PAIDAMT(UW23RX).
           MOVE FILEPAID-PAIDDT TO UW23RE-PAIDDT(UW23RX).
           IF UW23RE-VOIDED(UW23RX)
               MOVE 'CHECK PAID AFTER VOID' TO UW23REASON
               PERFORM LL-10-WRITE-EXC THRU LL-EXIT
               ADD 1 TO UW23PAV-CNT
               GO TO LF-20.
           IF UW23RE-STALE(UW23RX)
               MOVE 'CHECK PAID AFTER STALE-DATED VOID' TO UW23REASON
               PERFORM LL-10-WRITE-EXC THRU LL-EXIT
               ADD 1 TO UW23PAV-CNT
               GO TO LF-20.
           MOVE 'P' TO UW23RE-STAT(UW23RX).
           MOVE UW23BUSDATE TO UW23RE-STATDT(UW23RX).
           ADD 1 TO UW23PAY-CNT.
           ADD FILEPAID-AMT TO UW23PAY-AMT.
           IF FILEPAID-AMT NOT EQUAL TO UW23RE-AMT(UW23RX)
               MOVE 'PAID AMOUNT DIFFERS FROM ISSUED AMOUNT' TO
                   UW23REASON
               PERFORM LL-10-WRITE-EXC THRU LL-EXIT
               ADD 1 TO UW23MIS-CNT.
           GO TO LF-20.
       LF-EXIT.
           EXIT.
       LG-STALE SECTION.
       LG-10-STALE.
           IF FUNCTION INTEGER-OF-DATE(UW23BUSDATE) = 0
               DISPLAY 'BUSINESS DATE INVALID - NO CHECKS '
                   'STALE-DATED' UPON PRINTER
               MOVE 'Y' TO UW23ANY-WARN
               GO TO LG-EXIT.
           COMPUTE UW23INT-BUS = FUNCTION INTEGER-OF-DATE(UW23BUSDATE).
           PERFORM LG-20-STALE-ONE THRU LG-29-EXIT
               VARYING UW23RX FROM 1 BY 1
               UNTIL UW23RX > UW23REG-CNT.
       LG-EXIT.
           EXIT.
       LG-20-STALE-ONE.
           IF NOT UW23RE-OUTSTANDING(UW23RX)
               GO TO LG-29-EXIT.
           PERFORM LK-50-AGE THRU LK-59-EXIT.
           IF UW23AGE-DAYS < UW23STALE-DAYS
               GO TO LG-29-EXIT.
           MOVE 'S' TO UW23RE-STAT(UW23RX).
           MOVE UW23BUSDATE TO UW23RE-STATDT(UW23RX).
           ADD 1 TO UW23STL-CNT.
           ADD UW23RE-AMT(UW23RX) TO UW23STL-AMT.
       LG-29-EXIT.
           EXIT.
       LG-30-WRITE-STALE.
           OPEN OUTPUT FILESTW.
           IF UW23STW-STATUS NOT EQUAL TO '00'
               DISPLAY 'STALE CHECK STAGING FILE NOT OPENABLE - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LG-39-EXIT.
           MOVE 1 TO UW23RX.
       LG-31.
           IF UW23RX > UW23REG-CNT
               CLOSE FILESTW
               GO TO LG-39-EXIT.
           IF UW23RE-STALE(UW23RX) AND
               UW23RE-STATDT(UW23RX) = UW23BUSDATE
               MOVE SPACES TO FILESTLREC
               MOVE UW23RE-MICRNO(UW23RX) TO FILESTL-MICRNO
               MOVE UW23RE-ACNO(UW23RX) TO FILESTL-ACNO
               MOVE UW23RE-AMT(UW23RX) TO FILESTL-AMT
               MOVE UW23RE-ISSDT(UW23RX) TO FILESTL-EFDTE
               MOVE FILESTLREC TO FILESTWREC
               WRITE FILESTWREC
               IF UW23STW-STATUS NOT EQUAL TO '00'
                   DISPLAY 'STALE CHECK STAGING WRITE ERROR - CHECK '
                       'RECONCILIATION ABORTED' UPON PRINTER
                   CLOSE FILESTW
                   MOVE 8 TO RETURN-CODE
                   GO TO LG-39-EXIT.
           ADD 1 TO UW23RX.
           GO TO LG-31.
       LG-39-EXIT.
           EXIT.
       LG-40-FILE-STALE.
           OPEN INPUT FILESTW.
           IF UW23STW-STATUS NOT EQUAL TO '00'
               DISPLAY 'STALE CHECK STAGING FILE NOT READABLE - '
                   'STALE VOIDS NOT FILED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LG-49-EXIT.
           OPEN EXTEND FILESTL.
           IF UW23STL-STATUS = '35'
               OPEN OUTPUT FILESTL.
           IF UW23STL-STATUS NOT EQUAL TO '00'
               DISPLAY 'STALE CHECK VOID FILE NOT OPENABLE - APPEND '
                   UW23STW-NAME UPON PRINTER
               CLOSE FILESTW
               MOVE 8 TO RETURN-CODE
               GO TO LG-49-EXIT.
       LG-41.
           READ FILESTW AT END
               CLOSE FILESTW
               CLOSE FILESTL
               GO TO LG-49-EXIT.
           MOVE FILESTWREC TO FILESTLREC.
           WRITE FILESTLREC.
           IF UW23STL-STATUS NOT EQUAL TO '00'
               DISPLAY 'STALE CHECK VOID FILE WRITE ERROR - REFILE '
                   'FROM ' UW23STW-NAME UPON PRINTER
               CLOSE FILESTW
               CLOSE FILESTL
               MOVE 8 TO RETURN-CODE
               GO TO LG-49-EXIT.
           GO TO LG-41.
       LG-49-EXIT.
           EXIT.
       LH-RUNLOG SECTION.
       LH-10-CHECK-LOG.
           OPEN INPUT FILELOG.
           IF UW23LOG-STATUS = '35'
               GO TO LH-19-EXIT.
           IF UW23LOG-STATUS NOT EQUAL TO '00'
               DISPLAY 'CHECK RUN LOG NOT READABLE - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LH-19-EXIT.
       LH-11.
           READ FILELOG AT END
               CLOSE FILELOG
               GO TO LH-15.
           IF FILELOG-MBUSDT = UW23MRG-BUSDT AND
               FILELOG-CYCLE = UW23CYCLE AND
               FILELOG-STAT = 'P'
               MOVE 'Y' TO UW23LOG-PEND
               MOVE FILELOG-RUNDT TO UW23LOG-PENDDT
               GO TO LH-11.
           IF FILELOG-MBUSDT = UW23MRG-BUSDT AND
               FILELOG-CYCLE = UW23CYCLE
               DISPLAY 'MERGE CYCLE ' UW23CYCLE ' OF ' UW23MRG-BUSDT
                   ' ALREADY RECONCILED ON ' FILELOG-RUNDT
                   ' - CHECK RECONCILIATION ABORTED' UPON PRINTER
               CLOSE FILELOG
               MOVE 8 TO RETURN-CODE
               GO TO LH-19-EXIT.
           GO TO LH-11.
       LH-15.
           IF UW23LOG-PEND = 'Y'
               DISPLAY 'MERGE CYCLE ' UW23CYCLE ' OF ' UW23MRG-BUSDT
                   ' RECONCILIATION STARTED ON ' UW23LOG-PENDDT
                   ' NOT CONFIRMED - CHECK RECONCILIATION ABORTED'
                   UPON PRINTER
               DISPLAY 'RECONCILE CHECK REGISTER, STALE VOIDS AND RUN '
                   'LOG BEFORE RERUN' UPON PRINTER
               MOVE 8 TO RETURN-CODE.
       LH-19-EXIT.
           EXIT.
       LH-20-WRITE-LOG.
           OPEN EXTEND FILELOG.
           IF UW23LOG-STATUS = '35'
               OPEN OUTPUT FILELOG.
           IF UW23LOG-STATUS NOT EQUAL TO '00'
               GO TO LH-25.
           MOVE SPACES TO FILELOGREC.
           MOVE UW23BATCH-DATE TO FILELOG-BATDT.
           MOVE UW23BUSDATE TO FILELOG-BUSDT.
           MOVE UW23APRWDAY TO FILELOG-RUNDT.
           MOVE UW23MRG-BUSDT TO FILELOG-MBUSDT.
           MOVE UW23CYCLE TO FILELOG-CYCLE.
           MOVE UW23ISS-CNT TO FILELOG-ISSCNT.
           MOVE UW23PAY-CNT TO FILELOG-PAYCNT.
           MOVE UW23STL-CNT TO FILELOG-STLCNT.
           MOVE UW23EXC-CNT TO FILELOG-EXCCNT.
           MOVE UW23MRGFILE-NAME TO FILELOG-DSN.
           MOVE UW23LOG-STAT TO FILELOG-STAT.
           WRITE FILELOGREC.
           IF UW23LOG-STATUS NOT EQUAL TO '00'
               CLOSE FILELOG
               GO TO LH-25.
           CLOSE FILELOG.
           GO TO LH-29-EXIT.
       LH-25.
           IF UW23LOG-STAT = 'P'
               DISPLAY 'CHECK RUN LOG NOT WRITABLE - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
           ELSE
               DISPLAY 'CHECK RUN LOG NOT WRITABLE - REGISTER UPDATED '
                   'BUT NOT CONFIRMED, RERUN BLOCKED' UPON PRINTER.
           MOVE 8 TO RETURN-CODE.
       LH-29-EXIT.
           EXIT.
       LJ-BSEARCH SECTION.
       LJ-10-BSEARCH.
           MOVE 'N' TO UW23BS-FOUND.
           MOVE 1 TO UW23BS-LO.
           MOVE UW23REG-CNT TO UW23BS-HI.
           PERFORM UNTIL UW23BS-LO > UW23BS-HI
               COMPUTE UW23BS-MID = (UW23BS-LO + UW23BS-HI) / 2
               IF UW23RE-MICRNO(UW23BS-MID) = UW23BS-MICRNO
                   MOVE 'Y' TO UW23BS-FOUND
                   MOVE UW23BS-MID TO UW23BS-POS
                   GO TO LJ-EXIT
               ELSE
                   IF UW23RE-MICRNO(UW23BS-MID) < UW23BS-MICRNO
                       COMPUTE UW23BS-LO = UW23BS-MID + 1
                   ELSE
                       COMPUTE UW23BS-HI = UW23BS-MID - 1
                   END-IF
               END-IF
           END-PERFORM.
           MOVE UW23BS-LO TO UW23BS-POS.
       LJ-EXIT.
           EXIT.
       LK-REPORT SECTION.
       LK-10-REPORT.
           MOVE 0 TO UW23BR-CNT.
           IF FUNCTION INTEGER-OF-DATE(UW23BUSDATE) = 0
               MOVE 0 TO UW23INT-BUS
           ELSE
               COMPUTE UW23INT-BUS =
                   FUNCTION INTEGER-OF-DATE(UW23BUSDATE).
           PERFORM LK-30-AGE-ONE THRU LK-39-EXIT
               VARYING UW23RX FROM 1 BY 1
               UNTIL UW23RX > UW23REG-CNT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LK-EXIT.
           OPEN OUTPUT FILERPT.
           IF UW23RPT-STATUS NOT EQUAL TO '00'
               DISPLAY 'CHECK AGING REPORT NOT OPENABLE' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LK-EXIT.
           MOVE SPACES TO FILERPTREC.
           MOVE 'TESTCHKR OUTSTANDING CHK' TO FILERPT-LABEL.
           MOVE UW23BUSDATE TO FILERPT-BRAC.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'BRANCH' TO FILERPT-BRAC.
           MOVE 'CUR' TO FILERPT-CUR.
           MOVE '     COUNT' TO FILERPT-CNT.
           MOVE '       OUTSTANDING' TO FILERPT-AMT.
           PERFORM VARYING UW23KX FROM 1 BY 1 UNTIL UW23KX > 5
               MOVE UW23BKT-HDR(UW23KX) TO FILERPT-BKT(UW23KX)
           END-PERFORM.
           WRITE FILERPTREC.
           PERFORM LK-20-AGING-LINE THRU LK-29-EXIT
               VARYING UW23BX FROM 1 BY 1
               UNTIL UW23BX > UW23BR-CNT.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'CHECK DETAILS READ' TO FILERPTT-LABEL.
           MOVE UW23DTL-CNT TO FILERPTT-CNT.
           MOVE UW23DTL-AMT TO UW23AMT-ED.
           MOVE UW23AMT-ED TO FILERPTT-AMT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'CHECKS REGISTERED' TO FILERPTT-LABEL.
           MOVE UW23ISS-CNT TO FILERPTT-CNT.
           MOVE UW23ISS-AMT TO UW23AMT-ED.
           MOVE UW23AMT-ED TO FILERPTT-AMT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'ALREADY ON REGISTER' TO FILERPTT-LABEL.
           MOVE UW23RRG-CNT TO FILERPTT-CNT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'CHECKS VOIDED' TO FILERPTT-LABEL.
           MOVE UW23VOD-CNT TO FILERPTT-CNT.
           MOVE UW23VOD-AMT TO UW23AMT-ED.
           MOVE UW23AMT-ED TO FILERPTT-AMT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'CHECKS PAID' TO FILERPTT-LABEL.
           MOVE UW23PAY-CNT TO FILERPTT-CNT.
           MOVE UW23PAY-AMT TO UW23AMT-ED.
           MOVE UW23AMT-ED TO FILERPTT-AMT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'CHECKS STALE-DATED' TO FILERPTT-LABEL.
           MOVE UW23STL-CNT TO FILERPTT-CNT.
           MOVE UW23STL-AMT TO UW23AMT-ED.
           MOVE UW23AMT-ED TO FILERPTT-AMT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'CHECKS OUTSTANDING' TO FILERPTT-LABEL.
           MOVE UW23OUT-CNT TO FILERPTT-CNT.
           MOVE UW23OUT-AMT TO UW23AMT-ED.
           MOVE UW23AMT-ED TO FILERPTT-AMT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'CLOSED CHECKS PURGED' TO FILERPTT-LABEL.
           MOVE UW23PUR-CNT TO FILERPTT-CNT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'PAID NOT ISSUED' TO FILERPTT-LABEL.
           MOVE UW23PNI-CNT TO FILERPTT-CNT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'PAID AMOUNT MISMATCH' TO FILERPTT-LABEL.
           MOVE UW23MIS-CNT TO FILERPTT-CNT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'PAID AFTER VOID' TO FILERPTT-LABEL.
           MOVE UW23PAV-CNT TO FILERPTT-CNT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'PAID TWICE' TO FILERPTT-LABEL.
           MOVE UW23PTW-CNT TO FILERPTT-CNT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'DUPLICATE MICR ISSUED' TO FILERPTT-LABEL.
           MOVE UW23DUP-CNT TO FILERPTT-CNT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'VOID NOT APPLIED' TO FILERPTT-LABEL.
           MOVE UW23VEX-CNT TO FILERPTT-CNT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'INVALID RECORDS' TO FILERPTT-LABEL.
           MOVE UW23BAD-CNT TO FILERPTT-CNT.
           WRITE FILERPTTREC.
           CLOSE FILERPT.
       LK-EXIT.
           EXIT.
       LK-20-AGING-LINE.
           MOVE SPACES TO FILERPTREC.
           MOVE 'OUTSTANDING BY AGE' TO FILERPT-LABEL.
           MOVE UW23BE-BRAC(UW23BX) TO FILERPT-BRAC.
           MOVE UW23BE-CUR(UW23BX) TO FILERPT-CUR.
           MOVE UW23BE-CNT(UW23BX) TO FILERPT-CNT.
           MOVE UW23BE-AMT(UW23BX) TO UW23AMT-ED.
           MOVE UW23AMT-ED TO FILERPT-AMT.
           PERFORM VARYING UW23KX FROM 1 BY 1 UNTIL UW23KX > 5
               MOVE UW23BE-BAMT(UW23BX UW23KX) TO UW23AMT-ED
               MOVE UW23AMT-ED TO FILERPT-BKT(UW23KX)
           END-PERFORM.
           WRITE FILERPTREC.
       LK-29-EXIT.
           EXIT.
       LK-30-AGE-ONE.
           IF NOT UW23RE-OUTSTANDING(UW23RX)
               GO TO LK-39-EXIT.
           ADD 1 TO UW23OUT-CNT.
           ADD UW23RE-AMT(UW23RX) TO UW23OUT-AMT.
           PERFORM LK-50-AGE THRU LK-59-EXIT.
           MOVE 5 TO UW23BKT.
           PERFORM VARYING UW23KX FROM 1 BY 1 UNTIL UW23KX > 4
               IF UW23AGE-DAYS NOT GREATER THAN UW23BKT-LIM(UW23KX)
                   MOVE UW23KX TO UW23BKT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE UW23RE-BRAC(UW23RX) TO UW23BK-BRAC.
           MOVE UW23RE-CURCD(UW23RX) TO UW23BK-CUR.
           PERFORM LK-40-BR-ENT THRU LK-49-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LK-39-EXIT.
           ADD 1 TO UW23BE-CNT(UW23BR-HIT).
           ADD UW23RE-AMT(UW23RX) TO UW23BE-AMT(UW23BR-HIT).
           ADD 1 TO UW23BE-BCNT(UW23BR-HIT UW23BKT).
           ADD UW23RE-AMT(UW23RX) TO UW23BE-BAMT(UW23BR-HIT UW23BKT).
       LK-39-EXIT.
           EXIT.
       LK-40-BR-ENT.
           MOVE 0 TO UW23BR-HIT.
           PERFORM VARYING UW23BX FROM 1 BY 1
                   UNTIL UW23BX > UW23BR-CNT
               IF UW23BE-BRAC(UW23BX) = UW23BK-BRAC AND
                   UW23BE-CUR(UW23BX) = UW23BK-CUR
                   MOVE UW23BX TO UW23BR-HIT
                   GO TO LK-49-EXIT
               END-IF
               IF UW23BE-BRAC(UW23BX) > UW23BK-BRAC OR
                   (UW23BE-BRAC(UW23BX) = UW23BK-BRAC AND
                    UW23BE-CUR(UW23BX) > UW23BK-CUR)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW23BR-CNT NOT LESS THAN UW23MAX-BR
               DISPLAY 'TOO MANY BRANCH/CURRENCY AGING LINES - '
                   'AGING REPORT NOT WRITTEN' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LK-49-EXIT.
           MOVE UW23BX TO UW23BR-HIT.
           PERFORM VARYING UW23BX FROM UW23BR-CNT BY -1
                   UNTIL UW23BX < UW23BR-HIT
               MOVE UW23BR-ENT(UW23BX) TO UW23BR-ENT(UW23BX + 1)
           END-PERFORM.
           ADD 1 TO UW23BR-CNT.
           MOVE UW23BK-BRAC TO UW23BE-BRAC(UW23BR-HIT).
           MOVE UW23BK-CUR TO UW23BE-CUR(UW23BR-HIT).
           MOVE 0 TO UW23BE-CNT(UW23BR-HIT).
           MOVE 0 TO UW23BE-AMT(UW23BR-HIT).
           PERFORM VARYING UW23KX FROM 1 BY 1 UNTIL UW23KX > 5
               MOVE 0 TO UW23BE-BCNT(UW23BR-HIT UW23KX)
               MOVE 0 TO UW23BE-BAMT(UW23BR-HIT UW23KX)
           END-PERFORM.
       LK-49-EXIT.
           EXIT.
       LK-50-AGE.
           MOVE 0 TO UW23AGE-DAYS.
           IF UW23INT-BUS = 0
               GO TO LK-59-EXIT.
           IF FUNCTION INTEGER-OF-DATE(UW23RE-ISSDT(UW23RX)) = 0
               GO TO LK-59-EXIT.
           COMPUTE UW23AGE-DAYS = UW23INT-BUS -
               FUNCTION INTEGER-OF-DATE(UW23RE-ISSDT(UW23RX)).
           IF UW23AGE-DAYS < 0
               MOVE 0 TO UW23AGE-DAYS.
       LK-59-EXIT.
           EXIT.
       LL-EXCEPT SECTION.
       LL-10-WRITE-EXC.
           MOVE SPACES TO FILEEXCREC.
           MOVE UW23REASON TO FILEEXC-REASON.
           MOVE UW23EX-MICRNO TO FILEEXC-MICRNO.
           MOVE UW23EX-PAIDAMT TO FILEEXC-PAIDAMT.
           MOVE UW23EX-PAIDDT TO FILEEXC-PAIDDT.
           MOVE UW23BUSDATE TO FILEEXC-BUSDT.
           IF UW23RX = 0
               MOVE 0 TO FILEEXC-ISSAMT
               MOVE 0 TO FILEEXC-ISSDT
               IF UW23REASON = 'ISSUED CHECK HAS NO MICR NUMBER'
                   MOVE FILEMDUFACNO TO FILEEXC-ACNO
                   MOVE FILEMDUFBRAC TO FILEEXC-BRAC
                   MOVE FILEMDCURCD TO FILEEXC-CURCD
                   MOVE FILEMDPAYAMT TO FILEEXC-ISSAMT
                   MOVE UW23BUSDATE TO FILEEXC-ISSDT
               END-IF
               IF UW23REASON = 'VOID OF CHECK NOT ON REGISTER'
                   MOVE FILEVOID-ACNO TO FILEEXC-ACNO
               END-IF
           ELSE
               MOVE UW23RE-ACNO(UW23RX) TO FILEEXC-ACNO
               MOVE UW23RE-BRAC(UW23RX) TO FILEEXC-BRAC
               MOVE UW23RE-CURCD(UW23RX) TO FILEEXC-CURCD
               MOVE UW23RE-AMT(UW23RX) TO FILEEXC-ISSAMT
               MOVE UW23RE-ISSDT(UW23RX) TO FILEEXC-ISSDT
               MOVE UW23RE-STAT(UW23RX) TO FILEEXC-STAT.
           WRITE FILEEXCREC.
           IF UW23EXC-STATUS NOT EQUAL TO '00'
               DISPLAY 'EXCEPTION FILE WRITE ERROR - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LL-EXIT.
           ADD 1 TO UW23EXC-CNT.
       LL-EXIT.
           EXIT.
       LM-COMMITREG SECTION.
       LM-10-STAGE-REG.
           IF FUNCTION INTEGER-OF-DATE(UW23BUSDATE) = 0
               MOVE 0 TO UW23INT-BUS
           ELSE
               COMPUTE UW23INT-BUS =
                   FUNCTION INTEGER-OF-DATE(UW23BUSDATE).
           OPEN OUTPUT FILERGW.
           IF UW23RGW-STATUS NOT EQUAL TO '00'
               DISPLAY 'REGISTER STAGING FILE NOT OPENABLE - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LM-EXIT.
           MOVE 1 TO UW23RX.
       LM-20.
           IF UW23RX > UW23REG-CNT
               CLOSE FILERGW
               GO TO LM-EXIT.
           IF NOT UW23RE-OUTSTANDING(UW23RX) AND UW23INT-BUS > 0 AND
               FUNCTION INTEGER-OF-DATE(UW23RE-STATDT(UW23RX)) > 0
               IF FUNCTION INTEGER-OF-DATE(UW23RE-STATDT(UW23RX))
                   + UW23KEEP-DAYS < UW23INT-BUS
                   ADD 1 TO UW23PUR-CNT
                   ADD 1 TO UW23RX
                   GO TO LM-20.
           MOVE SPACES TO FILEREGREC.
           MOVE UW23RE-MICRNO(UW23RX) TO FILEREG-MICRNO.
           MOVE UW23RE-ACNO(UW23RX) TO FILEREG-ACNO.
           MOVE UW23RE-BRAC(UW23RX) TO FILEREG-BRAC.
           MOVE UW23RE-CURCD(UW23RX) TO FILEREG-CURCD.
           MOVE UW23RE-AMT(UW23RX) TO FILEREG-AMT.
           MOVE UW23RE-ISSDT(UW23RX) TO FILEREG-ISSDT.
           MOVE UW23RE-STAT(UW23RX) TO FILEREG-STAT.
           MOVE UW23RE-STATDT(UW23RX) TO FILEREG-STATDT.
           MOVE UW23RE-PAIDAMT(UW23RX) TO FILEREG-PAIDAMT.
           MOVE UW23RE-PAIDDT(UW23RX) TO FILEREG-PAIDDT.
           MOVE UW23RE-PAIDCNT(UW23RX) TO FILEREG-PAIDCNT.
           MOVE FILEREGREC TO FILERGWREC.
           WRITE FILERGWREC.
           IF UW23RGW-STATUS NOT EQUAL TO '00'
               DISPLAY 'REGISTER STAGING FILE WRITE ERROR - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               CLOSE FILERGW
               MOVE 8 TO RETURN-CODE
               GO TO LM-EXIT.
           ADD 1 TO UW23RX.
           GO TO LM-20.
       LM-EXIT.
           EXIT.
       LM-30-COMMIT-REG.
           OPEN INPUT FILERGW.
           IF UW23RGW-STATUS NOT EQUAL TO '00'
               DISPLAY 'REGISTER STAGING FILE NOT READABLE - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LM-39-EXIT.
           OPEN OUTPUT FILEREG.
           IF UW23REG-STATUS NOT EQUAL TO '00'
               DISPLAY 'CHECK REGISTER NOT REWRITABLE - CHECK '
                   'RECONCILIATION ABORTED' UPON PRINTER
               CLOSE FILERGW
               MOVE 8 TO RETURN-CODE
               GO TO LM-39-EXIT.
       LM-31.
           READ FILERGW AT END
               CLOSE FILERGW
               CLOSE FILEREG
               GO TO LM-39-EXIT.
           MOVE FILERGWREC TO FILEREGREC.
           WRITE FILEREGREC.
           IF UW23REG-STATUS NOT EQUAL TO '00'
               DISPLAY 'CHECK REGISTER WRITE ERROR - RESTORE FROM '
                   UW23RGW-NAME UPON PRINTER
               CLOSE FILERGW
               CLOSE FILEREG
               MOVE 8 TO RETURN-CODE
               GO TO LM-39-EXIT.
           GO TO LM-31.
       LM-39-EXIT.
           EXIT.
