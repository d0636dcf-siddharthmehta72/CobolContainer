       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTSOGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  FILESO ASSIGN DYNAMIC UW21SO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW21SO-STATUS.
           SELECT  FILESOW ASSIGN DYNAMIC UW21SOW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW21SOW-STATUS.
           SELECT  FILEDTL ASSIGN DYNAMIC UW21DTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW21DTL-STATUS.
           SELECT  FILEFED ASSIGN DYNAMIC UW21FED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW21FED-STATUS.
           SELECT  FILECTL ASSIGN DYNAMIC UW21CTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW21CTL-STATUS.
           SELECT  FILEACCT ASSIGN DYNAMIC UW21ACCTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW21ACCT-STATUS.
           SELECT  FILEHOL ASSIGN DYNAMIC UW21HOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW21HOL-STATUS.
           SELECT  FILERPT ASSIGN DYNAMIC UW21RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW21RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FILESO
           LABEL RECORDS ARE STANDARD.
       01  FILESOREC                   PIC X(106).
       FD  FILESOW
           LABEL RECORDS ARE STANDARD.
       01  FILESOWREC                  PIC X(106).
       FD  FILEDTL
           LABEL RECORDS ARE STANDARD.
       01  FILEDTLREC.
           03  FILEDTL-RECTYP          PIC XXX.
           03  FILEDTL-UFBAID          PIC X(5).
           03  FILEDTL-UFSTXN          PIC 9(4).
           03  FILEDTL-PYMTH           PIC XXX.
           03  FILEDTL-CRDBIN          PIC X.
           03  FILEDTL-TXNTYP          PIC XX.
           03  FILEDTL-EFDTE           PIC 9(8).
           03  FILEDTL-TEXT            PIC X(10).
           03  FILEDTL-MICRNO          PIC 9(6).
           03  FILEDTL-PAYAMT          PIC 9(9)V99.
           03  FILEDTL-UFNMIND         PIC X.
           03  FILEDTL-UFACNO          PIC X(14).
           03  FILEDTL-SUBACC          PIC XX.
           03  FILEDTL-UFRDTP          PIC X.
           03  FILEDTL-UFBRAC          PIC X(6).
           03  FILEDTL-CURCD           PIC XXX.
       FD  FILEFED
           LABEL RECORDS ARE STANDARD.
       01  FILEFEDHREC.
           03  FILEFEDHRECTYP          PIC XXX.
           03  FILEFEDHFILEID          PIC XXX.
           03  FILEFEDHFILEDT          PIC 9(8).
           03  FILEFEDHCURCD           PIC XXX.
           03  FILLER                  PIC X(63).
       01  FILEFEDDREC                 PIC X(80).
       01  FILEFEDTREC.
           03  FILEFEDTRECTP           PIC XXX.
           03  FILEFEDTNOREC           PIC 9(8).
           03  FILEFEDTSIGN            PIC X.
           03  FILEFEDTTOTAMT          PIC 9(12)V99.
           03  FILEFEDTCURCD           PIC XXX.
           03  FILLER                  PIC X(51).
       FD  FILECTL
           LABEL RECORDS ARE STANDARD.
       01  FILECTLREC.
           03  FILECTLDSN              PIC X(80).
       FD  FILEACCT
           LABEL RECORDS ARE STANDARD.
       01  FILEACCTREC.
           03  FILEACCT-ACNO           PIC X(14).
           03  FILEACCT-STAT           PIC X.
           03  FILEACCT-BRAC           PIC X(6).
           03  FILEACCT-NAME           PIC X(20).
       FD  FILEHOL
           LABEL RECORDS ARE STANDARD.
       01  FILEHOLREC.
           03  FILEHOL-DATE            PIC 9(8).
           03  FILEHOL-DESC            PIC X(30).
       FD  FILERPT
           LABEL RECORDS ARE STANDARD.
       01  FILERPTREC.
           03  FILERPT-SOID            PIC X(8).
           03  FILLER                  PIC X.
           03  FILERPT-ACNO            PIC X(14).
           03  FILLER                  PIC X.
           03  FILERPT-EVENT           PIC X(40).
           03  FILLER                  PIC X.
           03  FILERPT-DATE            PIC X(8).
           03  FILLER                  PIC X.
           03  FILERPT-AMT             PIC X(16).
           03  FILLER                  PIC X.
           03  FILERPT-CURCD           PIC XXX.
       WORKING-STORAGE SECTION.
       01  UW21APRWDAY                 PIC 9(8).
       01  UW21BUSDATE-PARM            PIC X(8).
       01  UW21BUSDATE                 PIC 9(8).
       01  UW21CTLFILE-NAME            PIC X(80).
       01  UW21ACCTFILE-NAME           PIC X(80).
       01  UW21CYCLE-PARM              PIC XX.
       01  UW21CYCLE                   PIC 99 VALUE 1.
       01  UW21SO-NAME                 PIC X(80) VALUE
               'TESTMERGE.STANDORD.DAT'.
       01  UW21SOW-NAME                PIC X(80) VALUE
               'TESTSOGEN.ORDWRK.TMP'.
       01  UW21DTL-NAME                PIC X(80) VALUE
               'TESTSOGEN.DTLWRK.TMP'.
       01  UW21FED-NAME                PIC X(80).
       01  UW21HOL-NAME                PIC X(80) VALUE
               'TESTMERGE.HOLIDAYS.DAT'.
       01  UW21RPT-NAME                PIC X(80) VALUE
               'TESTSOGEN.REPORT.DAT'.
       01  UW21SO-STATUS               PIC XX.
       01  UW21SOW-STATUS              PIC XX.
       01  UW21DTL-STATUS              PIC XX.
       01  UW21FED-STATUS              PIC XX.
       01  UW21CTL-STATUS              PIC XX.
       01  UW21ACCT-STATUS             PIC XX.
       01  UW21HOL-STATUS              PIC XX.
       01  UW21RPT-STATUS              PIC XX.
       01  UW21ANY-WARN                PIC X VALUE 'N'.
       01  UW21SOREC.
           03  UW21S-SOID              PIC X(8).
           03  UW21S-ACNO              PIC X(14).
           03  UW21S-AMT               PIC 9(9)V99.
           03  UW21S-CURCD             PIC XXX.
           03  UW21S-PYMTH             PIC XXX.
           03  UW21S-CRDBIN            PIC X.
           03  UW21S-TXNTYP            PIC XX.
           03  UW21S-BRAC              PIC X(6).
           03  UW21S-FREQ              PIC X.
           03  UW21S-FDAY              PIC 99.
           03  UW21S-STRDT             PIC 9(8).
           03  UW21S-ENDDT             PIC 9(8).
           03  UW21S-REMCNT            PIC 9(4).
           03  UW21S-STXN              PIC 9(4).
           03  UW21S-TEXT              PIC X(10).
           03  UW21S-STAT              PIC X.
           03  UW21S-NXTDT             PIC 9(8).
           03  UW21S-LSTDT             PIC 9(8).
           03  FILLER                  PIC X(4).
       01  UW21MAX-ACCT                PIC 9(7) VALUE 500000.
       01  UW21ACCT-CNT                PIC 9(7) VALUE 0.
       01  UW21ACCT-CHECK-ON           PIC X VALUE 'N'.
       01  UW21ACCT-TAB.
           03  UW21ACCT-ENT OCCURS 500000 TIMES.
               05  UW21AE-ACNO         PIC X(14).
               05  UW21AE-STAT         PIC X.
       01  UW21ACCT-STAT-FND           PIC X VALUE 'O'.
           88  UW21ACCT-CLOSED             VALUE 'C'.
           88  UW21ACCT-FROZEN             VALUE 'F'.
       01  UW21BS-LO                   PIC 9(7).
       01  UW21BS-HI                   PIC 9(7).
       01  UW21BS-MID                  PIC 9(7).
       01  UW21MAX-HOL                 PIC 9(4) VALUE 200.
       01  UW21HOL-CNT                 PIC 9(4) VALUE 0.
       01  UW21HOLX                    PIC 9(4).
       01  UW21HOL-TAB.
           03  UW21HOL-ENT OCCURS 200 TIMES PIC 9(8).
       01  UW21HOL-HIT                 PIC X VALUE 'N'.
       01  UW21ROLL-DTE                PIC 9(8).
       01  UW21ROLL-INT                PIC 9(8).
       01  UW21ROLL-DOW                PIC 9.
       01  UW21WORK-DTE                PIC 9(8).
       01  UW21WORK-DTE-R REDEFINES UW21WORK-DTE.
           03  UW21WD-YYYY             PIC 9(4).
           03  UW21WD-MM               PIC 99.
           03  UW21WD-DD               PIC 99.
       01  UW21WORK-INT                PIC 9(8).
       01  UW21TGT-DAY                 PIC 99.
       01  UW21MON-DAYS                PIC 99.
       01  UW21NEXT-1ST                PIC 9(8).
       01  UW21NEXT-1ST-R REDEFINES UW21NEXT-1ST.
           03  UW21N1-YYYY             PIC 9(4).
           03  UW21N1-MM               PIC 99.
           03  UW21N1-DD               PIC 99.
       01  UW21DIM-DTE                 PIC 9(8).
       01  UW21DIM-DTE-R REDEFINES UW21DIM-DTE.
           03  FILLER                  PIC 9(6).
           03  UW21DIM-DD              PIC 99.
       01  UW21MAX-CUR                 PIC 9(4) VALUE 20.
       01  UW21CUR-CNT                 PIC 9(4) VALUE 0.
       01  UW21CX                      PIC 9(4).
       01  UW21CUR-HIT                 PIC 9(4).
       01  UW21CUR-TAB.
           03  UW21CUR-ENT OCCURS 20 TIMES.
               05  UW21CE-CD           PIC XXX.
               05  UW21CE-CNT          PIC 9(8).
               05  UW21CE-AMT          PIC 9(12)V99.
               05  UW21CE-DSN          PIC X(80).
       01  UW21FED-DONE                PIC 9(4) VALUE 0.
       01  UW21FED-CNT                 PIC 9(8).
       01  UW21FED-AMT                 PIC 9(12)V99.
       01  UW21EVENT                   PIC X(32).
       01  UW21EVENT-DTE               PIC 9(8).
       01  UW21READ-CNT                PIC 9(8) VALUE 0.
       01  UW21GEN-CNT                 PIC 9(8) VALUE 0.
       01  UW21SKIP-CNT                PIC 9(8) VALUE 0.
       01  UW21EXP-CNT                 PIC 9(8) VALUE 0.
       01  UW21EXH-CNT                 PIC 9(8) VALUE 0.
       01  UW21INACT-CNT               PIC 9(8) VALUE 0.
       01  UW21AMT-ED                  PIC 9(13).99.
       01  UW21CNT-ED                  PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       LA-CONTROL SECTION.
       LA-10.
           MOVE SPACES TO UW21BUSDATE-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT UW21BUSDATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW21BUSDATE-PARM
           END-ACCEPT.
           MOVE SPACES TO UW21CTLFILE-NAME.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT UW21CTLFILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW21CTLFILE-NAME
           END-ACCEPT.
           MOVE SPACES TO UW21ACCTFILE-NAME.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT UW21ACCTFILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW21ACCTFILE-NAME
           END-ACCEPT.
           MOVE SPACES TO UW21CYCLE-PARM.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT UW21CYCLE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW21CYCLE-PARM
           END-ACCEPT.
           IF UW21BUSDATE-PARM = SPACES
               DISPLAY 'USAGE: TESTSOGEN BUSINESS-DATE (CONTROL-FILE) '
                   '(ACCOUNT-MASTER) (CYCLE)' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           IF UW21BUSDATE-PARM NOT NUMERIC
               DISPLAY 'BUSINESS DATE NOT NUMERIC' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           MOVE UW21BUSDATE-PARM TO UW21BUSDATE.
           IF UW21CYCLE-PARM NOT EQUAL TO SPACES
               IF UW21CYCLE-PARM NUMERIC AND
                   UW21CYCLE-PARM NOT EQUAL TO '00'
                   MOVE UW21CYCLE-PARM TO UW21CYCLE
               ELSE
                   DISPLAY 'MERGE CYCLE MUST BE 01 TO 99' UPON PRINTER
                   MOVE 8 TO RETURN-CODE
                   GO TO LA-EXIT.
           ACCEPT UW21APRWDAY FROM DATE YYYYMMDD.
           DISPLAY 'BUSINESS DTE :' UW21BUSDATE UPON PRINTER.
           DISPLAY 'MERGE CYCLE  :' UW21CYCLE UPON PRINTER.
           IF UW21CTLFILE-NAME NOT EQUAL TO SPACES
               DISPLAY 'CONTROL FILE :' UW21CTLFILE-NAME UPON PRINTER.
           IF UW21ACCTFILE-NAME NOT EQUAL TO SPACES
               DISPLAY 'ACCT MASTER  :' UW21ACCTFILE-NAME UPON PRINTER.
           PERFORM LB-GENERATE.
           IF RETURN-CODE = 0 AND UW21ANY-WARN = 'Y'
               MOVE 4 TO RETURN-CODE.
       LA-EXIT.
           STOP RUN.
       LB-GENERATE SECTION.
       LB-10.
           PERFORM LJ-10-LOAD-HOL THRU LJ-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-EXIT.
           IF UW21ACCTFILE-NAME NOT EQUAL TO SPACES
               MOVE 'Y' TO UW21ACCT-CHECK-ON
               PERFORM LG-10-LOAD-ACCT THRU LG-EXIT
               IF RETURN-CODE NOT LESS THAN 8
                   GO TO LB-EXIT.
           OPEN INPUT FILESO.
           IF UW21SO-STATUS = '35'
               DISPLAY 'STANDING ORDER MASTER NOT FOUND - NOTHING TO '
                   'GENERATE' UPON PRINTER
               GO TO LB-EXIT.
           IF UW21SO-STATUS NOT EQUAL TO '00'
               DISPLAY 'STANDING ORDER MASTER OPEN ERROR - GENERATION '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           OPEN OUTPUT FILESOW.
           IF UW21SOW-STATUS NOT EQUAL TO '00'
               DISPLAY 'ORDER STAGING FILE NOT OPENABLE - GENERATION '
                   'ABORTED' UPON PRINTER
               CLOSE FILESO
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           OPEN OUTPUT FILEDTL.
           IF UW21DTL-STATUS NOT EQUAL TO '00'
               DISPLAY 'DETAIL STAGING FILE NOT OPENABLE - GENERATION '
                   'ABORTED' UPON PRINTER
               CLOSE FILESO
               CLOSE FILESOW
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           OPEN OUTPUT FILERPT.
           IF UW21RPT-STATUS NOT EQUAL TO '00'
               DISPLAY 'REPORT FILE NOT OPENABLE - GENERATION ABORTED'
                   UPON PRINTER
               CLOSE FILESO
               CLOSE FILESOW
               CLOSE FILEDTL
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE SPACES TO FILERPTREC.
           MOVE 'TESTSOGEN STANDING ORDER GENERATION' TO
               FILERPT-EVENT.
           MOVE UW21BUSDATE TO FILERPT-DATE.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'RUN DATE' TO FILERPT-EVENT.
           MOVE UW21APRWDAY TO FILERPT-DATE.
           WRITE FILERPTREC.
       LB-20.
           READ FILESO AT END
               GO TO LB-30.
           IF FILESOREC = SPACES
               GO TO LB-20.
           ADD 1 TO UW21READ-CNT.
           MOVE FILESOREC TO UW21SOREC.
           IF UW21S-AMT NOT NUMERIC OR UW21S-FDAY NOT NUMERIC OR
               UW21S-STRDT NOT NUMERIC OR UW21S-ENDDT NOT NUMERIC OR
               UW21S-REMCNT NOT NUMERIC OR UW21S-STXN NOT NUMERIC OR
               UW21S-NXTDT NOT NUMERIC OR UW21S-LSTDT NOT NUMERIC
               DISPLAY 'STANDING ORDER RECORD INVALID - GENERATION '
                   'ABORTED: ' UW21S-SOID UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-90.
           IF UW21S-STAT = 'A'
               PERFORM LC-10-ORDER THRU LC-EXIT
               IF RETURN-CODE NOT LESS THAN 8
                   GO TO LB-90
               END-IF
           ELSE
               ADD 1 TO UW21INACT-CNT.
           MOVE UW21SOREC TO FILESOWREC.
           WRITE FILESOWREC.
           IF UW21SOW-STATUS NOT EQUAL TO '00'
               DISPLAY 'ORDER STAGING WRITE ERROR - GENERATION ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-90.
           GO TO LB-20.
       LB-30.
           CLOSE FILESO.
           CLOSE FILESOW.
           CLOSE FILEDTL.
           IF UW21GEN-CNT = 0
               GO TO LB-40.
           PERFORM LF-05-CHECK-FEED THRU LF-09-EXIT
               VARYING UW21CX FROM 1 BY 1
               UNTIL UW21CX > UW21CUR-CNT OR RETURN-CODE > 4.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILERPT
               GO TO LB-EXIT.
           PERFORM LF-10-WRITE-FEED THRU LF-EXIT
               VARYING UW21CX FROM 1 BY 1
               UNTIL UW21CX > UW21CUR-CNT OR RETURN-CODE > 4.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-80.
           IF UW21CTLFILE-NAME NOT EQUAL TO SPACES
               PERFORM LK-10-ADD-CTL THRU LK-EXIT
               IF RETURN-CODE NOT LESS THAN 8
                   GO TO LB-80.
       LB-40.
           PERFORM LH-10-COMMIT-SO THRU LH-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               IF UW21GEN-CNT > 0 AND
                   UW21CTLFILE-NAME NOT EQUAL TO SPACES
                   DISPLAY 'STANDING ORDER FEEDS ALREADY IN CONTROL '
                       'FILE - REMOVE THEM AND THE FEEDS BEFORE '
                       'RERUNNING' UPON PRINTER
               END-IF
               CLOSE FILERPT
               GO TO LB-EXIT.
           PERFORM LL-10-TOTALS THRU LL-EXIT.
           CLOSE FILERPT.
           DISPLAY 'ORDERS READ         : ' UW21READ-CNT UPON PRINTER.
           DISPLAY 'PAYMENTS GENERATED  : ' UW21GEN-CNT UPON PRINTER.
           DISPLAY 'SKIPPED - ACCOUNT   : ' UW21SKIP-CNT UPON PRINTER.
           DISPLAY 'ORDERS EXPIRED      : ' UW21EXP-CNT UPON PRINTER.
           DISPLAY 'INSTALMENTS RUN OUT : ' UW21EXH-CNT UPON PRINTER.
           IF UW21GEN-CNT = 0
               DISPLAY 'NO STANDING ORDERS DUE - NO FEED WRITTEN'
                   UPON PRINTER.
           GO TO LB-EXIT.
       LB-80.
           PERFORM LF-80-DROP-FEED THRU LF-89-EXIT
               VARYING UW21CX FROM 1 BY 1
               UNTIL UW21CX > UW21FED-DONE.
           CLOSE FILERPT.
           GO TO LB-EXIT.
       LB-90.
           CLOSE FILESO.
           CLOSE FILESOW.
           CLOSE FILEDTL.
           CLOSE FILERPT.
       LB-EXIT.
           EXIT.
       LC-ORDER SECTION.
       LC-10-ORDER.
           IF UW21S-NXTDT = 0
               PERFORM LD-10-INIT-NEXT THRU LD-19-EXIT.
       LC-20.
           IF UW21S-ENDDT > 0 AND UW21S-NXTDT > UW21S-ENDDT
               MOVE 'E' TO UW21S-STAT
               ADD 1 TO UW21EXP-CNT
               MOVE 'EXPIRED - END DATE REACHED' TO UW21EVENT
               MOVE UW21S-ENDDT TO UW21EVENT-DTE
               PERFORM LM-10-REPORT THRU LM-EXIT
               GO TO LC-EXIT.
           MOVE UW21S-NXTDT TO UW21ROLL-DTE.
           PERFORM LE-10-ROLL THRU LE-EXIT.
           IF UW21ROLL-DTE > UW21BUSDATE
               GO TO LC-EXIT.
           PERFORM LC-40-ACCT-CHECK THRU LC-49-EXIT.
           IF UW21ACCT-CLOSED OR UW21ACCT-FROZEN
               ADD 1 TO UW21SKIP-CNT
               MOVE 'Y' TO UW21ANY-WARN
               IF UW21ACCT-CLOSED
                   MOVE 'SKIPPED - ACCOUNT CLOSED' TO UW21EVENT
               ELSE
                   MOVE 'SKIPPED - ACCOUNT FROZEN' TO UW21EVENT
               END-IF
               MOVE UW21ROLL-DTE TO UW21EVENT-DTE
               PERFORM LM-10-REPORT THRU LM-EXIT
               PERFORM LD-20-ADVANCE THRU LD-29-EXIT
               GO TO LC-20.
           PERFORM LC-30-WRITE-DTL THRU LC-39-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LC-EXIT.
           MOVE UW21BUSDATE TO UW21S-LSTDT.
           PERFORM LD-20-ADVANCE THRU LD-29-EXIT.
           IF UW21S-REMCNT > 0
               SUBTRACT 1 FROM UW21S-REMCNT
               IF UW21S-REMCNT = 0
                   MOVE 'X' TO UW21S-STAT
                   ADD 1 TO UW21EXH-CNT
                   MOVE 'COMPLETE - INSTALMENTS RUN OUT' TO UW21EVENT
                   MOVE UW21ROLL-DTE TO UW21EVENT-DTE
                   PERFORM LM-10-REPORT THRU LM-EXIT
                   GO TO LC-EXIT.
           GO TO LC-20.
       LC-EXIT.
           EXIT.
       LC-30-WRITE-DTL.
           MOVE 0 TO UW21CUR-HIT.
           PERFORM VARYING UW21CX FROM 1 BY 1
                   UNTIL UW21CX > UW21CUR-CNT
               IF UW21CE-CD(UW21CX) = UW21S-CURCD
                   MOVE UW21CX TO UW21CUR-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW21CUR-HIT = 0
               IF UW21CUR-CNT NOT LESS THAN UW21MAX-CUR
                   DISPLAY 'TOO MANY STANDING ORDER CURRENCIES - '
                       'GENERATION ABORTED' UPON PRINTER
                   MOVE 8 TO RETURN-CODE
                   GO TO LC-39-EXIT
               ELSE
                   ADD 1 TO UW21CUR-CNT
                   MOVE UW21CUR-CNT TO UW21CUR-HIT
                   MOVE UW21S-CURCD TO UW21CE-CD(UW21CUR-HIT)
                   MOVE 0 TO UW21CE-CNT(UW21CUR-HIT)
                   MOVE 0 TO UW21CE-AMT(UW21CUR-HIT)
                   MOVE SPACES TO UW21CE-DSN(UW21CUR-HIT).
           MOVE SPACES TO FILEDTLREC.
           MOVE 'DTS' TO FILEDTL-RECTYP.
           MOVE 'STORD' TO FILEDTL-UFBAID.
           MOVE UW21S-STXN TO FILEDTL-UFSTXN.
           MOVE UW21S-PYMTH TO FILEDTL-PYMTH.
           MOVE UW21S-CRDBIN TO FILEDTL-CRDBIN.
           MOVE UW21S-TXNTYP TO FILEDTL-TXNTYP.
           MOVE UW21ROLL-DTE TO FILEDTL-EFDTE.
           MOVE UW21S-TEXT TO FILEDTL-TEXT.
           MOVE 0 TO FILEDTL-MICRNO.
           MOVE UW21S-AMT TO FILEDTL-PAYAMT.
           MOVE SPACE TO FILEDTL-UFNMIND.
           MOVE UW21S-ACNO TO FILEDTL-UFACNO.
           MOVE SPACES TO FILEDTL-SUBACC.
           MOVE SPACE TO FILEDTL-UFRDTP.
           MOVE UW21S-BRAC TO FILEDTL-UFBRAC.
           MOVE UW21S-CURCD TO FILEDTL-CURCD.
           WRITE FILEDTLREC.
           IF UW21DTL-STATUS NOT EQUAL TO '00'
               DISPLAY 'DETAIL STAGING WRITE ERROR - GENERATION '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LC-39-EXIT.
           ADD 1 TO UW21GEN-CNT.
           ADD 1 TO UW21CE-CNT(UW21CUR-HIT).
           ADD UW21S-AMT TO UW21CE-AMT(UW21CUR-HIT).
       LC-39-EXIT.
           EXIT.
       LC-40-ACCT-CHECK.
           MOVE 'O' TO UW21ACCT-STAT-FND.
           IF UW21ACCT-CHECK-ON = 'N'
               GO TO LC-49-EXIT.
           MOVE 1 TO UW21BS-LO.
           MOVE UW21ACCT-CNT TO UW21BS-HI.
           PERFORM UNTIL UW21BS-LO > UW21BS-HI
               COMPUTE UW21BS-MID = (UW21BS-LO + UW21BS-HI) / 2
               IF UW21AE-ACNO(UW21BS-MID) = UW21S-ACNO
                   MOVE UW21AE-STAT(UW21BS-MID) TO UW21ACCT-STAT-FND
                   GO TO LC-49-EXIT
               ELSE
                   IF UW21AE-ACNO(UW21BS-MID) < UW21S-ACNO
                       COMPUTE UW21BS-LO = UW21BS-MID + 1
                   ELSE
                       COMPUTE UW21BS-HI = UW21BS-MID - 1
                   END-IF
               END-IF
           END-PERFORM.
       LC-49-EXIT.
           EXIT.
       LD-SCHEDULE SECTION.
       LD-10-INIT-NEXT.
           IF UW21S-FREQ = 'W'
               MOVE UW21S-STRDT TO UW21S-NXTDT
               GO TO LD-12.
           IF UW21S-FREQ = 'D'
               MOVE UW21S-FDAY TO UW21TGT-DAY
           ELSE
               MOVE UW21S-STRDT TO UW21WORK-DTE
               MOVE UW21WD-DD TO UW21TGT-DAY.
           MOVE UW21S-STRDT TO UW21WORK-DTE.
           PERFORM LD-30-SET-DAY THRU LD-39-EXIT.
           IF UW21WORK-DTE < UW21S-STRDT
               PERFORM LD-40-NEXT-MONTH THRU LD-49-EXIT.
           MOVE UW21WORK-DTE TO UW21S-NXTDT.
       LD-11.
           IF UW21S-NXTDT NOT LESS THAN UW21BUSDATE
               GO TO LD-19-EXIT.
           PERFORM LD-40-NEXT-MONTH THRU LD-49-EXIT.
           MOVE UW21WORK-DTE TO UW21S-NXTDT.
           GO TO LD-11.
       LD-12.
           IF UW21S-NXTDT NOT LESS THAN UW21BUSDATE
               GO TO LD-19-EXIT.
           COMPUTE UW21WORK-INT =
               FUNCTION INTEGER-OF-DATE(UW21S-NXTDT) + 7.
           COMPUTE UW21S-NXTDT =
               FUNCTION DATE-OF-INTEGER(UW21WORK-INT).
           GO TO LD-12.
       LD-19-EXIT.
           EXIT.
       LD-20-ADVANCE.
           IF UW21S-FREQ = 'W'
               COMPUTE UW21WORK-INT =
                   FUNCTION INTEGER-OF-DATE(UW21S-NXTDT) + 7
               COMPUTE UW21S-NXTDT =
                   FUNCTION DATE-OF-INTEGER(UW21WORK-INT)
               GO TO LD-29-EXIT.
           IF UW21S-FREQ = 'D'
               MOVE UW21S-FDAY TO UW21TGT-DAY
           ELSE
               MOVE UW21S-STRDT TO UW21WORK-DTE
               MOVE UW21WD-DD TO UW21TGT-DAY.
           MOVE UW21S-NXTDT TO UW21WORK-DTE.
           PERFORM LD-40-NEXT-MONTH THRU LD-49-EXIT.
           MOVE UW21WORK-DTE TO UW21S-NXTDT.
       LD-29-EXIT.
           EXIT.
       LD-30-SET-DAY.
           MOVE UW21WD-YYYY TO UW21N1-YYYY.
           MOVE UW21WD-MM TO UW21N1-MM.
           MOVE 1 TO UW21N1-DD.
           IF UW21N1-MM = 12
               ADD 1 TO UW21N1-YYYY
               MOVE 1 TO UW21N1-MM
           ELSE
               ADD 1 TO UW21N1-MM.
           COMPUTE UW21WORK-INT =
               FUNCTION INTEGER-OF-DATE(UW21NEXT-1ST) - 1.
           COMPUTE UW21DIM-DTE =
               FUNCTION DATE-OF-INTEGER(UW21WORK-INT).
           MOVE UW21DIM-DD TO UW21MON-DAYS.
           IF UW21TGT-DAY > UW21MON-DAYS
               MOVE UW21MON-DAYS TO UW21WD-DD
           ELSE
               MOVE UW21TGT-DAY TO UW21WD-DD.
       LD-39-EXIT.
           EXIT.
       LD-40-NEXT-MONTH.
           IF UW21WD-MM = 12
               ADD 1 TO UW21WD-YYYY
               MOVE 1 TO UW21WD-MM
           ELSE
               ADD 1 TO UW21WD-MM.
           PERFORM LD-30-SET-DAY THRU LD-39-EXIT.
       LD-49-EXIT.
           EXIT.
       LE-ROLL SECTION.
       LE-10-ROLL.
           COMPUTE UW21ROLL-INT =
               FUNCTION INTEGER-OF-DATE(UW21ROLL-DTE).
       LE-20.
           COMPUTE UW21ROLL-DOW = FUNCTION MOD(UW21ROLL-INT, 7).
           IF UW21ROLL-DOW = 6 OR UW21ROLL-DOW = 0
               ADD 1 TO UW21ROLL-INT
               GO TO LE-20.
           COMPUTE UW21ROLL-DTE =
               FUNCTION DATE-OF-INTEGER(UW21ROLL-INT).
           PERFORM LE-30-HOL-LOOKUP THRU LE-39-EXIT.
           IF UW21HOL-HIT = 'Y'
               ADD 1 TO UW21ROLL-INT
               GO TO LE-20.
       LE-EXIT.
           EXIT.
       LE-30-HOL-LOOKUP.
           MOVE 'N' TO UW21HOL-HIT.
           PERFORM VARYING UW21HOLX FROM 1 BY 1
                   UNTIL UW21HOLX > UW21HOL-CNT
               IF UW21HOL-ENT(UW21HOLX) = UW21ROLL-DTE
                   MOVE 'Y' TO UW21HOL-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       LE-39-EXIT.
           EXIT.
       LF-WRITEFEED SECTION.
       LF-05-CHECK-FEED.
           MOVE SPACES TO UW21FED-NAME.
           STRING 'TESTMERGE.STANDORD.' UW21BUSDATE '.C' UW21CYCLE
               '.' UW21CE-CD(UW21CX) '.DAT'
               DELIMITED BY SIZE INTO UW21FED-NAME.
           MOVE UW21FED-NAME TO UW21CE-DSN(UW21CX).
           OPEN INPUT FILEFED.
           IF UW21FED-STATUS = '35'
               GO TO LF-09-EXIT.
           IF UW21FED-STATUS = '00'
               CLOSE FILEFED
               DISPLAY 'STANDING ORDER FEED ALREADY EXISTS FOR THIS '
                   'CYCLE - GENERATION ABORTED' UPON PRINTER
           ELSE
               DISPLAY 'STANDING ORDER FEED NOT CHECKABLE - '
                   'GENERATION ABORTED' UPON PRINTER.
           DISPLAY UW21FED-NAME UPON PRINTER.
           MOVE 8 TO RETURN-CODE.
       LF-09-EXIT.
           EXIT.
       LF-10-WRITE-FEED.
           MOVE UW21CE-DSN(UW21CX) TO UW21FED-NAME.
           OPEN INPUT FILEDTL.
           IF UW21DTL-STATUS NOT EQUAL TO '00'
               DISPLAY 'DETAIL STAGING FILE NOT READABLE - GENERATION '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LF-EXIT.
           OPEN OUTPUT FILEFED.
           IF UW21FED-STATUS NOT EQUAL TO '00'
               DISPLAY 'STANDING ORDER FEED NOT OPENABLE - GENERATION '
                   'ABORTED' UPON PRINTER
               DISPLAY UW21FED-NAME UPON PRINTER
               CLOSE FILEDTL
               MOVE 8 TO RETURN-CODE
               GO TO LF-EXIT.
           MOVE 0 TO UW21FED-CNT.
           MOVE 0 TO UW21FED-AMT.
           MOVE SPACES TO FILEFEDHREC.
           MOVE 'HDS' TO FILEFEDHRECTYP.
           MOVE 'FLS' TO FILEFEDHFILEID.
           MOVE UW21BUSDATE TO FILEFEDHFILEDT.
           MOVE UW21CE-CD(UW21CX) TO FILEFEDHCURCD.
           WRITE FILEFEDHREC.
           IF UW21FED-STATUS NOT EQUAL TO '00'
               GO TO LF-90-WRITE-ERR.
       LF-20.
           READ FILEDTL AT END
               GO TO LF-30.
           IF FILEDTL-CURCD NOT EQUAL TO UW21CE-CD(UW21CX)
               GO TO LF-20.
           MOVE FILEDTLREC TO FILEFEDDREC.
           WRITE FILEFEDDREC.
           IF UW21FED-STATUS NOT EQUAL TO '00'
               GO TO LF-90-WRITE-ERR.
           ADD 1 TO UW21FED-CNT.
           ADD FILEDTL-PAYAMT TO UW21FED-AMT.
           GO TO LF-20.
       LF-30.
           CLOSE FILEDTL.
           MOVE SPACES TO FILEFEDTREC.
           MOVE 'FTS' TO FILEFEDTRECTP.
           MOVE UW21FED-CNT TO FILEFEDTNOREC.
           MOVE '+' TO FILEFEDTSIGN.
           MOVE UW21FED-AMT TO FILEFEDTTOTAMT.
           MOVE UW21CE-CD(UW21CX) TO FILEFEDTCURCD.
           WRITE FILEFEDTREC.
           IF UW21FED-STATUS NOT EQUAL TO '00'
               GO TO LF-90-WRITE-ERR.
           CLOSE FILEFED.
           MOVE UW21CX TO UW21FED-DONE.
           DISPLAY 'STANDING ORDER FEED WRITTEN: ' UW21FED-NAME
               UPON PRINTER.
           GO TO LF-EXIT.
       LF-90-WRITE-ERR.
           DISPLAY 'STANDING ORDER FEED WRITE ERROR - GENERATION '
               'ABORTED' UPON PRINTER.
           CLOSE FILEDTL.
           CLOSE FILEFED.
           DELETE FILE FILEFED.
           MOVE 8 TO RETURN-CODE.
       LF-EXIT.
           EXIT.
       LF-80-DROP-FEED.
           MOVE UW21CE-DSN(UW21CX) TO UW21FED-NAME.
           DELETE FILE FILEFED.
           DISPLAY 'STANDING ORDER FEED REMOVED: ' UW21FED-NAME
               UPON PRINTER.
       LF-89-EXIT.
           EXIT.
       LG-LOADACCT SECTION.
       LG-10-LOAD-ACCT.
           OPEN INPUT FILEACCT.
           IF UW21ACCT-STATUS NOT EQUAL TO '00'
               DISPLAY 'ACCOUNT MASTER FILE NOT FOUND OR OPEN ERROR - '
                   'GENERATION ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
       LG-20.
           READ FILEACCT AT END
               CLOSE FILEACCT
               GO TO LG-EXIT.
           IF FILEACCT-ACNO = SPACES
               GO TO LG-20.
           IF UW21ACCT-CNT NOT LESS THAN UW21MAX-ACCT
               DISPLAY 'ACCOUNT MASTER TABLE FULL - GENERATION ABORTED'
                   UPON PRINTER
               CLOSE FILEACCT
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
           IF UW21ACCT-CNT > 0
               IF FILEACCT-ACNO NOT GREATER THAN
                   UW21AE-ACNO(UW21ACCT-CNT)
                   DISPLAY 'ACCOUNT MASTER OUT OF SEQUENCE - '
                       'GENERATION ABORTED' UPON PRINTER
                   CLOSE FILEACCT
                   MOVE 8 TO RETURN-CODE
                   GO TO LG-EXIT.
           ADD 1 TO UW21ACCT-CNT.
           MOVE FILEACCT-ACNO TO UW21AE-ACNO(UW21ACCT-CNT).
           MOVE FILEACCT-STAT TO UW21AE-STAT(UW21ACCT-CNT).
           GO TO LG-20.
       LG-EXIT.
           EXIT.
       LH-COMMITSO SECTION.
       LH-10-COMMIT-SO.
           OPEN INPUT FILESOW.
           IF UW21SOW-STATUS NOT EQUAL TO '00'
               DISPLAY 'ORDER STAGING FILE NOT READABLE - MASTER NOT '
                   'UPDATED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LH-EXIT.
           OPEN OUTPUT FILESO.
           IF UW21SO-STATUS NOT EQUAL TO '00'
               DISPLAY 'STANDING ORDER MASTER NOT REWRITABLE - MASTER '
                   'NOT UPDATED' UPON PRINTER
               CLOSE FILESOW
               MOVE 8 TO RETURN-CODE
               GO TO LH-EXIT.
       LH-20.
           READ FILESOW AT END
               CLOSE FILESOW
               CLOSE FILESO
               GO TO LH-EXIT.
           MOVE FILESOWREC TO FILESOREC.
           WRITE FILESOREC.
           IF UW21SO-STATUS NOT EQUAL TO '00'
               DISPLAY 'STANDING ORDER MASTER WRITE ERROR - RESTORE '
                   'FROM ' UW21SOW-NAME UPON PRINTER
               CLOSE FILESOW
               CLOSE FILESO
               MOVE 8 TO RETURN-CODE
               GO TO LH-EXIT.
           GO TO LH-20.
       LH-EXIT.
           EXIT.
       LJ-LOADHOL SECTION.
       LJ-10-LOAD-HOL.
           MOVE 0 TO UW21HOL-CNT.
           OPEN INPUT FILEHOL.
           IF UW21HOL-STATUS = '35'
               GO TO LJ-EXIT.
           IF UW21HOL-STATUS NOT EQUAL TO '00'
               DISPLAY 'HOLIDAY CALENDAR NOT READABLE - GENERATION '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LJ-EXIT.
       LJ-20.
           READ FILEHOL AT END
               CLOSE FILEHOL
               GO TO LJ-EXIT.
           IF FILEHOLREC = SPACES
               GO TO LJ-20.
           IF FILEHOL-DATE NOT NUMERIC OR
               FILEHOL-DATE < 19000101 OR
               FILEHOL-DATE > 21001231
               DISPLAY 'HOLIDAY CALENDAR DATE INVALID - GENERATION '
                   'ABORTED' UPON PRINTER
               CLOSE FILEHOL
               MOVE 8 TO RETURN-CODE
               GO TO LJ-EXIT.
           IF UW21HOL-CNT NOT LESS THAN UW21MAX-HOL
               DISPLAY 'HOLIDAY TABLE FULL - GENERATION ABORTED'
                   UPON PRINTER
               CLOSE FILEHOL
               MOVE 8 TO RETURN-CODE
               GO TO LJ-EXIT.
           ADD 1 TO UW21HOL-CNT.
           MOVE FILEHOL-DATE TO UW21HOL-ENT(UW21HOL-CNT).
           GO TO LJ-20.
       LJ-EXIT.
           EXIT.
       LK-ADDCTL SECTION.
       LK-10-ADD-CTL.
           OPEN EXTEND FILECTL.
           IF UW21CTL-STATUS = '35'
               OPEN OUTPUT FILECTL.
           IF UW21CTL-STATUS NOT EQUAL TO '00'
               DISPLAY 'CONTROL FILE NOT OPENABLE - GENERATION '
                   'ABORTED, MASTER NOT UPDATED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LK-EXIT.
           PERFORM VARYING UW21CX FROM 1 BY 1
                   UNTIL UW21CX > UW21CUR-CNT
               MOVE UW21CE-DSN(UW21CX) TO FILECTLDSN
               WRITE FILECTLREC
               IF UW21CTL-STATUS NOT EQUAL TO '00'
                   DISPLAY 'CONTROL FILE WRITE ERROR - GENERATION '
                       'ABORTED, MASTER NOT UPDATED' UPON PRINTER
                   DISPLAY 'CONTROL FILE PARTLY APPENDED - REMOVE THE '
                       'STANDING ORDER FEEDS FROM ' UW21CTLFILE-NAME
                       UPON PRINTER
                   MOVE 8 TO RETURN-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           CLOSE FILECTL.
       LK-EXIT.
           EXIT.
       LL-TOTALS SECTION.
       LL-10-TOTALS.
           PERFORM VARYING UW21CX FROM 1 BY 1
                   UNTIL UW21CX > UW21CUR-CNT
               MOVE SPACES TO FILERPTREC
               MOVE 'FEED' TO FILERPT-SOID
               MOVE UW21CE-DSN(UW21CX) TO FILERPT-EVENT
               MOVE UW21CE-CNT(UW21CX) TO UW21CNT-ED
               MOVE UW21CNT-ED TO FILERPT-DATE
               MOVE UW21CE-AMT(UW21CX) TO UW21AMT-ED
               MOVE UW21AMT-ED TO FILERPT-AMT
               MOVE UW21CE-CD(UW21CX) TO FILERPT-CURCD
               WRITE FILERPTREC
           END-PERFORM.
           MOVE 'ORDERS READ' TO UW21EVENT.
           MOVE UW21READ-CNT TO UW21CNT-ED.
           PERFORM LL-20-TOTAL-LINE THRU LL-29-EXIT.
           MOVE 'ORDERS NOT ACTIVE' TO UW21EVENT.
           MOVE UW21INACT-CNT TO UW21CNT-ED.
           PERFORM LL-20-TOTAL-LINE THRU LL-29-EXIT.
           MOVE 'PAYMENTS GENERATED' TO UW21EVENT.
           MOVE UW21GEN-CNT TO UW21CNT-ED.
           PERFORM LL-20-TOTAL-LINE THRU LL-29-EXIT.
           MOVE 'SKIPPED - ACCOUNT CLOSED/FROZEN' TO UW21EVENT.
           MOVE UW21SKIP-CNT TO UW21CNT-ED.
           PERFORM LL-20-TOTAL-LINE THRU LL-29-EXIT.
           MOVE 'ORDERS EXPIRED' TO UW21EVENT.
           MOVE UW21EXP-CNT TO UW21CNT-ED.
           PERFORM LL-20-TOTAL-LINE THRU LL-29-EXIT.
           MOVE 'ORDERS RUN OUT OF INSTALMENTS' TO UW21EVENT.
           MOVE UW21EXH-CNT TO UW21CNT-ED.
           PERFORM LL-20-TOTAL-LINE THRU LL-29-EXIT.
       LL-EXIT.
           EXIT.
       LL-20-TOTAL-LINE.
           MOVE SPACES TO FILERPTREC.
           MOVE 'TOTAL' TO FILERPT-SOID.
           MOVE UW21EVENT TO FILERPT-EVENT.
           MOVE UW21CNT-ED TO FILERPT-DATE.
           WRITE FILERPTREC.
       LL-29-EXIT.
           EXIT.
       LM-REPORT SECTION.
       LM-10-REPORT.
           MOVE SPACES TO FILERPTREC.
           MOVE UW21S-SOID TO FILERPT-SOID.
           MOVE UW21S-ACNO TO FILERPT-ACNO.
           MOVE UW21EVENT TO FILERPT-EVENT.
           MOVE UW21EVENT-DTE TO FILERPT-DATE.
           MOVE UW21S-AMT TO UW21AMT-ED.
           MOVE UW21AMT-ED TO FILERPT-AMT.
           MOVE UW21S-CURCD TO FILERPT-CURCD.
           WRITE FILERPTREC.
       LM-EXIT.
           EXIT.
