       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTFEEB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  FILEACR ASSIGN DYNAMIC UW19ACR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW19ACR-STATUS.
           SELECT  FILEACW ASSIGN DYNAMIC UW19ACW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW19ACW-STATUS.
           SELECT  FILEINV ASSIGN DYNAMIC UW19INV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW19INV-STATUS.
           SELECT  FILEINW ASSIGN DYNAMIC UW19INW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW19INW-STATUS.
           SELECT  FILEFEE ASSIGN DYNAMIC UW19FEE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW19FEE-STATUS.
           SELECT  FILECTL ASSIGN DYNAMIC UW19CTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW19CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FILEACR
           LABEL RECORDS ARE STANDARD.
       01  FILEACRREC.
           03  FILEACR-ACNO            PIC X(14).
           03  FILEACR-BRAC            PIC X(6).
           03  FILEACR-BUSDT           PIC 9(8).
           03  FILEACR-SRC             PIC X.
           03  FILEACR-FEECD           PIC XXX.
           03  FILEACR-PYMTH           PIC XXX.
           03  FILEACR-TXNTYP          PIC XX.
           03  FILEACR-STXN            PIC X(4).
           03  FILEACR-TXNAMT          PIC 9(9)V99.
           03  FILEACR-FEEAMT          PIC 9(5)V99.
           03  FILEACR-CURCD           PIC XXX.
           03  FILEACR-BILLDT          PIC 9(8).
       FD  FILEACW
           LABEL RECORDS ARE STANDARD.
       01  FILEACWREC                  PIC X(70).
       FD  FILEINV
           LABEL RECORDS ARE STANDARD.
       01  FILEINVREC                  PIC X(102).
       01  FILEINVTREC                 PIC X(114).
       FD  FILEINW
           LABEL RECORDS ARE STANDARD.
       01  FILEINWREC.
           03  FILEINW-RECTYP          PIC XXX.
           03  FILEINW-MONTH           PIC 9(6).
           03  FILEINW-ACNO            PIC X(14).
           03  FILEINW-BRAC            PIC X(6).
           03  FILEINW-CURCD           PIC XXX.
           03  FILEINW-PMTCNT          PIC 9(6).
           03  FILEINW-PMTAMT          PIC 9(9)V99.
           03  FILEINW-SURCNT          PIC 9(6).
           03  FILEINW-SURAMT          PIC 9(9)V99.
           03  FILEINW-RTNCNT          PIC 9(6).
           03  FILEINW-RTNAMT          PIC 9(9)V99.
           03  FILEINW-TOTAMT          PIC 9(9)V99.
           03  FILEINW-BILLDT          PIC 9(8).
       01  FILEINWTREC.
           03  FILEINWT-RECTYP         PIC XXX.
           03  FILEINWT-MONTH          PIC 9(6).
           03  FILEINWT-CURCD          PIC XXX.
           03  FILEINWT-ACCTS          PIC 9(8).
           03  FILEINWT-TOTAMT         PIC 9(12)V99.
           03  FILEINWT-DSN            PIC X(80).
       FD  FILEFEE
           LABEL RECORDS ARE STANDARD.
       01  FILEFEEHREC.
           03  FILEFEEHRECTYP          PIC XXX.
           03  FILEFEEHFILEID          PIC XXX.
           03  FILEFEEHFILEDT          PIC 9(8).
           03  FILEFEEHCURCD           PIC XXX.
           03  FILLER                  PIC X(63).
       01  FILEFEEDREC.
           03  FILEFEEDRECTYP          PIC XXX.
           03  FILEFEEDUFBAID          PIC X(5).
           03  FILEFEEDUFSTXN          PIC 9(4).
           03  FILEFEEDPYMTH           PIC X(3).
           03  FILEFEEDCRDBIN          PIC X.
           03  FILEFEEDTXNTYP          PIC XX.
           03  FILEFEEDEFDTE           PIC 9(8).
           03  FILEFEEDTEXT            PIC X(10).
           03  FILEFEEDMICRNO          PIC 9(6).
           03  FILEFEEDPAYAMT          PIC 9(9)V99.
           03  FILEFEEDUFNMIND         PIC X.
           03  FILEFEEDUFACNO          PIC X(14).
           03  FILEFEEDSUBACC          PIC XX.
           03  FILEFEEDUFRDTP          PIC X.
           03  FILEFEEDUFBRAC          PIC X(6).
           03  FILEFEEDCURCD           PIC XXX.
       01  FILEFEETREC.
           03  FILEFEETRECTP           PIC XXX.
           03  FILEFEETNOREC           PIC 9(8).
           03  FILEFEETSIGN            PIC X.
           03  FILEFEETTOTAMT          PIC 9(12)V99.
           03  FILEFEETCURCD           PIC XXX.
           03  FILLER                  PIC X(51).
       FD  FILECTL
           LABEL RECORDS ARE STANDARD.
       01  FILECTLREC.
           03  FILECTLDSN              PIC X(80).
       WORKING-STORAGE SECTION.
       01  UW19APRWDAY                 PIC 9(8).
       01  UW19MONTH-PARM              PIC X(6).
       01  UW19MONTH                   PIC 9(6).
       01  UW19BUSDATE-PARM            PIC X(8).
       01  UW19BUSDATE                 PIC 9(8).
       01  UW19CTLFILE-NAME            PIC X(80).
       01  UW19PYMTH-PARM              PIC X(3).
       01  UW19FEE-PYMTH               PIC X(3) VALUE 'FEE'.
       01  UW19ACR-NAME                PIC X(80) VALUE
               'TESTMERGE.FEEACCR.DAT'.
       01  UW19ACW-NAME                PIC X(80) VALUE
               'TESTFEEB.ACCRWRK.TMP'.
       01  UW19INV-NAME                PIC X(80) VALUE
               'TESTFEEB.INVOICE.DAT'.
       01  UW19INW-NAME                PIC X(80) VALUE
               'TESTFEEB.INVOICE.TMP'.
       01  UW19FEE-NAME                PIC X(80).
       01  UW19ACR-STATUS              PIC XX.
       01  UW19ACW-STATUS              PIC XX.
       01  UW19INV-STATUS              PIC XX.
       01  UW19INW-STATUS              PIC XX.
       01  UW19FEE-STATUS              PIC XX.
       01  UW19CTL-STATUS              PIC XX.
       01  UW19ANY-WARN                PIC X VALUE 'N'.
       01  UW19ACR-MONTH               PIC 9(6).
       01  UW19READ-CNT                PIC 9(8) VALUE 0.
       01  UW19BILL-CNT                PIC 9(8) VALUE 0.
       01  UW19BILL-AMT                PIC 9(12)V99 VALUE 0.
       01  UW19MAX-ACC                 PIC 9(7) VALUE 100000.
       01  UW19ACC-CNT                 PIC 9(7) VALUE 0.
       01  UW19AX                      PIC 9(7).
       01  UW19ACC-TAB.
           03  UW19ACC-ENT OCCURS 100000 TIMES.
               05  UW19AE-KEY.
                   07  UW19AE-ACNO     PIC X(14).
                   07  UW19AE-CURCD    PIC XXX.
               05  UW19AE-BRAC         PIC X(6).
               05  UW19AE-PMTCNT       PIC 9(6).
               05  UW19AE-PMTAMT       PIC 9(9)V99.
               05  UW19AE-SURCNT       PIC 9(6).
               05  UW19AE-SURAMT       PIC 9(9)V99.
               05  UW19AE-RTNCNT       PIC 9(6).
               05  UW19AE-RTNAMT       PIC 9(9)V99.
               05  UW19AE-TOTAMT       PIC 9(9)V99.
               05  UW19AE-STXN         PIC 9(4).
       01  UW19BS-LO                   PIC 9(7).
       01  UW19BS-HI                   PIC 9(7).
       01  UW19BS-MID                  PIC 9(7).
       01  UW19BS-FOUND                PIC X VALUE 'N'.
       01  UW19BS-POS                  PIC 9(7).
       01  UW19BS-KEY.
           03  UW19BK-ACNO             PIC X(14).
           03  UW19BK-CURCD            PIC XXX.
       01  UW19MAX-CUR                 PIC 9(4) VALUE 20.
       01  UW19CUR-CNT                 PIC 9(4) VALUE 0.
       01  UW19CX                      PIC 9(4).
       01  UW19CUR-HIT                 PIC 9(4).
       01  UW19CUR-TAB.
           03  UW19CUR-ENT OCCURS 20 TIMES.
               05  UW19CE-CD           PIC XXX.
               05  UW19CE-ACCTS        PIC 9(8).
               05  UW19CE-AMT          PIC 9(12)V99.
               05  UW19CE-DSN          PIC X(80).
       01  UW19FEE-DONE                PIC 9(4) VALUE 0.
       01  UW19FEE-CNT                 PIC 9(8).
       01  UW19FEE-AMT                 PIC 9(12)V99.
       01  UW19TEXT.
           03  FILLER                  PIC X(4) VALUE 'FEE '.
           03  UW19TEXT-MONTH          PIC 9(6).
       01  UW19AMT-ED                  PIC 9(13).99.
       PROCEDURE DIVISION.
       LA-CONTROL SECTION.
       LA-10.
           MOVE SPACES TO UW19MONTH-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT UW19MONTH-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW19MONTH-PARM
           END-ACCEPT.
           MOVE SPACES TO UW19BUSDATE-PARM.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT UW19BUSDATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW19BUSDATE-PARM
           END-ACCEPT.
           MOVE SPACES TO UW19CTLFILE-NAME.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT UW19CTLFILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW19CTLFILE-NAME
           END-ACCEPT.
           MOVE SPACES TO UW19PYMTH-PARM.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT UW19PYMTH-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW19PYMTH-PARM
           END-ACCEPT.
           IF UW19MONTH-PARM = SPACES OR
               UW19BUSDATE-PARM = SPACES
               DISPLAY 'USAGE: TESTFEEB BILLING-MONTH(YYYYMM) '
                   'BUSINESS-DATE (CONTROL-FILE) (FEE-METHOD)'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           IF UW19MONTH-PARM NOT NUMERIC
               DISPLAY 'BILLING MONTH NOT NUMERIC' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           IF UW19BUSDATE-PARM NOT NUMERIC
               DISPLAY 'BUSINESS DATE NOT NUMERIC' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           MOVE UW19MONTH-PARM TO UW19MONTH.
           MOVE UW19BUSDATE-PARM TO UW19BUSDATE.
           IF UW19PYMTH-PARM NOT EQUAL TO SPACES
               MOVE UW19PYMTH-PARM TO UW19FEE-PYMTH.
           ACCEPT UW19APRWDAY FROM DATE YYYYMMDD.
           DISPLAY 'BILLING MONTH:' UW19MONTH UPON PRINTER.
           DISPLAY 'BUSINESS DTE :' UW19BUSDATE UPON PRINTER.
           DISPLAY 'FEE METHOD   :' UW19FEE-PYMTH UPON PRINTER.
           IF UW19CTLFILE-NAME NOT EQUAL TO SPACES
               DISPLAY 'CONTROL FILE :' UW19CTLFILE-NAME UPON PRINTER.
           PERFORM LB-BILL.
           IF RETURN-CODE = 0 AND UW19ANY-WARN = 'Y'
               MOVE 4 TO RETURN-CODE.
       LA-EXIT.
           STOP RUN.
       LB-BILL SECTION.
       LB-10.
           OPEN INPUT FILEACR.
           IF UW19ACR-STATUS = '35'
               DISPLAY 'FEE ACCRUAL FILE NOT FOUND - NOTHING TO BILL'
                   UPON PRINTER
               GO TO LB-EXIT.
           IF UW19ACR-STATUS NOT EQUAL TO '00'
               DISPLAY 'FEE ACCRUAL FILE OPEN ERROR - BILLING ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           OPEN OUTPUT FILEACW.
           IF UW19ACW-STATUS NOT EQUAL TO '00'
               DISPLAY 'ACCRUAL STAGING FILE NOT OPENABLE - BILLING '
                   'ABORTED' UPON PRINTER
               CLOSE FILEACR
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LB-20.
           READ FILEACR AT END
               GO TO LB-30.
           ADD 1 TO UW19READ-CNT.
           IF FILEACR-BILLDT NOT NUMERIC
               MOVE 0 TO FILEACR-BILLDT.
           IF FILEACR-BILLDT = 0 AND FILEACR-BUSDT NUMERIC AND
               FILEACR-FEEAMT NUMERIC
               COMPUTE UW19ACR-MONTH = FILEACR-BUSDT / 100
               IF UW19ACR-MONTH NOT GREATER THAN UW19MONTH
                   PERFORM LC-10-BILL-ONE THRU LC-EXIT
                   IF RETURN-CODE NOT LESS THAN 8
                       CLOSE FILEACR
                       CLOSE FILEACW
                       GO TO LB-EXIT
                   END-IF
                   MOVE UW19BUSDATE TO FILEACR-BILLDT
               END-IF
           END-IF.
           MOVE FILEACRREC TO FILEACWREC.
           WRITE FILEACWREC.
           IF UW19ACW-STATUS NOT EQUAL TO '00'
               DISPLAY 'ACCRUAL STAGING WRITE ERROR - BILLING ABORTED'
                   UPON PRINTER
               CLOSE FILEACR
               CLOSE FILEACW
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           GO TO LB-20.
       LB-30.
           CLOSE FILEACR.
           CLOSE FILEACW.
           IF UW19BILL-CNT = 0
               DISPLAY 'NO UNBILLED FEES UP TO ' UW19MONTH
                   ' - NOTHING TO BILL' UPON PRINTER
               GO TO LB-EXIT.
           PERFORM LD-05-CHECK-FEED THRU LD-09-EXIT
               VARYING UW19CX FROM 1 BY 1
               UNTIL UW19CX > UW19CUR-CNT OR RETURN-CODE > 4.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-EXIT.
           PERFORM LD-10-WRITE-FEED THRU LD-EXIT
               VARYING UW19CX FROM 1 BY 1
               UNTIL UW19CX > UW19CUR-CNT OR RETURN-CODE > 4.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-80.
           PERFORM LG-10-INVOICE THRU LG-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-80.
           PERFORM LE-10-COMMIT-ACR THRU LE-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-EXIT.
           IF UW19CTLFILE-NAME NOT EQUAL TO SPACES
               PERFORM LF-10-ADD-CTL THRU LF-EXIT.
           PERFORM LG-40-COMMIT-INV THRU LG-49-EXIT.
           DISPLAY 'ACCRUALS READ       : ' UW19READ-CNT UPON PRINTER.
           DISPLAY 'ACCRUALS BILLED     : ' UW19BILL-CNT UPON PRINTER.
           DISPLAY 'ACCOUNTS INVOICED   : ' UW19ACC-CNT UPON PRINTER.
           MOVE UW19BILL-AMT TO UW19AMT-ED.
           DISPLAY 'FEES BILLED         : ' UW19AMT-ED UPON PRINTER.
           GO TO LB-EXIT.
       LB-80.
           PERFORM LD-80-DROP-FEED THRU LD-89-EXIT
               VARYING UW19CX FROM 1 BY 1
               UNTIL UW19CX > UW19FEE-DONE.
       LB-EXIT.
           EXIT.
       LC-BILLACC SECTION.
       LC-10-BILL-ONE.
           MOVE FILEACR-ACNO TO UW19BK-ACNO.
           MOVE FILEACR-CURCD TO UW19BK-CURCD.
           PERFORM LJ-10-BSEARCH THRU LJ-EXIT.
           IF UW19BS-FOUND = 'N'
               PERFORM LC-20-NEW-ACC THRU LC-29-EXIT
               IF RETURN-CODE NOT LESS THAN 8
                   GO TO LC-EXIT.
           EVALUATE FILEACR-FEECD
               WHEN 'SUR'
                   ADD 1 TO UW19AE-SURCNT(UW19BS-POS)
                   ADD FILEACR-FEEAMT TO UW19AE-SURAMT(UW19BS-POS)
               WHEN 'RTN'
                   ADD 1 TO UW19AE-RTNCNT(UW19BS-POS)
                   ADD FILEACR-FEEAMT TO UW19AE-RTNAMT(UW19BS-POS)
               WHEN OTHER
                   ADD 1 TO UW19AE-PMTCNT(UW19BS-POS)
                   ADD FILEACR-FEEAMT TO UW19AE-PMTAMT(UW19BS-POS)
           END-EVALUATE.
           ADD FILEACR-FEEAMT TO UW19AE-TOTAMT(UW19BS-POS).
           ADD 1 TO UW19BILL-CNT.
           ADD FILEACR-FEEAMT TO UW19BILL-AMT.
       LC-EXIT.
           EXIT.
       LC-20-NEW-ACC.
           IF UW19ACC-CNT NOT LESS THAN UW19MAX-ACC
               DISPLAY 'BILLING ACCOUNT TABLE FULL - BILLING ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LC-29-EXIT.
           PERFORM VARYING UW19AX FROM UW19ACC-CNT BY -1
                   UNTIL UW19AX < UW19BS-POS
               MOVE UW19ACC-ENT(UW19AX) TO UW19ACC-ENT(UW19AX + 1)
           END-PERFORM.
           ADD 1 TO UW19ACC-CNT.
           MOVE UW19BS-KEY TO UW19AE-KEY(UW19BS-POS).
           MOVE FILEACR-BRAC TO UW19AE-BRAC(UW19BS-POS).
           MOVE 0 TO UW19AE-PMTCNT(UW19BS-POS).
           MOVE 0 TO UW19AE-PMTAMT(UW19BS-POS).
           MOVE 0 TO UW19AE-SURCNT(UW19BS-POS).
           MOVE 0 TO UW19AE-SURAMT(UW19BS-POS).
           MOVE 0 TO UW19AE-RTNCNT(UW19BS-POS).
           MOVE 0 TO UW19AE-RTNAMT(UW19BS-POS).
           MOVE 0 TO UW19AE-TOTAMT(UW19BS-POS).
           MOVE 0 TO UW19AE-STXN(UW19BS-POS).
           MOVE 0 TO UW19CUR-HIT.
           PERFORM VARYING UW19CX FROM 1 BY 1
                   UNTIL UW19CX > UW19CUR-CNT
               IF UW19CE-CD(UW19CX) = FILEACR-CURCD
                   MOVE UW19CX TO UW19CUR-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW19CUR-HIT > 0
               GO TO LC-29-EXIT.
           IF UW19CUR-CNT NOT LESS THAN UW19MAX-CUR
               DISPLAY 'TOO MANY FEE CURRENCIES - BILLING ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LC-29-EXIT.
           ADD 1 TO UW19CUR-CNT.
           MOVE FILEACR-CURCD TO UW19CE-CD(UW19CUR-CNT).
           MOVE 0 TO UW19CE-ACCTS(UW19CUR-CNT).
           MOVE 0 TO UW19CE-AMT(UW19CUR-CNT).
           MOVE SPACES TO UW19CE-DSN(UW19CUR-CNT).
       LC-29-EXIT.
           EXIT.
       LD-FEEDEBIT SECTION.
       LD-05-CHECK-FEED.
           MOVE SPACES TO UW19FEE-NAME.
           STRING 'TESTMERGE.FEEDEBIT.' UW19MONTH '.' UW19BUSDATE
               '.' UW19CE-CD(UW19CX) '.DAT'
               DELIMITED BY SIZE INTO UW19FEE-NAME.
           MOVE UW19FEE-NAME TO UW19CE-DSN(UW19CX).
           OPEN INPUT FILEFEE.
           IF UW19FEE-STATUS = '35'
               GO TO LD-09-EXIT.
           IF UW19FEE-STATUS = '00'
               CLOSE FILEFEE
               DISPLAY 'FEE DEBIT FEED ALREADY EXISTS FOR THIS BILLING '
                   'DATE - BILLING ABORTED' UPON PRINTER
           ELSE
               DISPLAY 'FEE DEBIT FEED NOT CHECKABLE - BILLING ABORTED'
                   UPON PRINTER.
           DISPLAY UW19FEE-NAME UPON PRINTER.
           MOVE 8 TO RETURN-CODE.
       LD-09-EXIT.
           EXIT.
       LD-10-WRITE-FEED.
           MOVE UW19CE-DSN(UW19CX) TO UW19FEE-NAME.
           OPEN OUTPUT FILEFEE.
           IF UW19FEE-STATUS NOT EQUAL TO '00'
               DISPLAY 'FEE DEBIT FEED NOT OPENABLE - BILLING ABORTED'
                   UPON PRINTER
               DISPLAY UW19FEE-NAME UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LD-EXIT.
           MOVE 0 TO UW19FEE-CNT.
           MOVE 0 TO UW19FEE-AMT.
           MOVE SPACES TO FILEFEEHREC.
           MOVE 'HDF' TO FILEFEEHRECTYP.
           MOVE 'FLF' TO FILEFEEHFILEID.
           MOVE UW19BUSDATE TO FILEFEEHFILEDT.
           MOVE UW19CE-CD(UW19CX) TO FILEFEEHCURCD.
           WRITE FILEFEEHREC.
           IF UW19FEE-STATUS NOT EQUAL TO '00'
               GO TO LD-90-WRITE-ERR.
           MOVE 1 TO UW19AX.
       LD-20.
           IF UW19AX > UW19ACC-CNT
               GO TO LD-30.
           IF UW19AE-CURCD(UW19AX) NOT EQUAL TO UW19CE-CD(UW19CX) OR
               UW19AE-TOTAMT(UW19AX) = 0
               ADD 1 TO UW19AX
               GO TO LD-20.
           MOVE 9999 TO UW19AE-STXN(UW19AX).
           IF UW19AX > 1
               IF UW19AE-ACNO(UW19AX - 1) = UW19AE-ACNO(UW19AX)
                   COMPUTE UW19AE-STXN(UW19AX) =
                       UW19AE-STXN(UW19AX - 1) - 1.
           MOVE UW19MONTH TO UW19TEXT-MONTH.
           MOVE SPACES TO FILEFEEDREC.
           MOVE 'DTF' TO FILEFEEDRECTYP.
           MOVE 'FEES ' TO FILEFEEDUFBAID.
           MOVE UW19AE-STXN(UW19AX) TO FILEFEEDUFSTXN.
           MOVE UW19FEE-PYMTH TO FILEFEEDPYMTH.
           MOVE 'D' TO FILEFEEDCRDBIN.
           MOVE 'DR' TO FILEFEEDTXNTYP.
           MOVE UW19BUSDATE TO FILEFEEDEFDTE.
           MOVE UW19TEXT TO FILEFEEDTEXT.
           MOVE 0 TO FILEFEEDMICRNO.
           MOVE UW19AE-TOTAMT(UW19AX) TO FILEFEEDPAYAMT.
           MOVE SPACE TO FILEFEEDUFNMIND.
           MOVE UW19AE-ACNO(UW19AX) TO FILEFEEDUFACNO.
           MOVE SPACES TO FILEFEEDSUBACC.
           MOVE SPACE TO FILEFEEDUFRDTP.
           MOVE UW19AE-BRAC(UW19AX) TO FILEFEEDUFBRAC.
           MOVE UW19AE-CURCD(UW19AX) TO FILEFEEDCURCD.
           WRITE FILEFEEDREC.
           IF UW19FEE-STATUS NOT EQUAL TO '00'
               GO TO LD-90-WRITE-ERR.
           ADD 1 TO UW19FEE-CNT.
           ADD UW19AE-TOTAMT(UW19AX) TO UW19FEE-AMT.
           ADD 1 TO UW19AX.
           GO TO LD-20.
       LD-30.
           MOVE SPACES TO FILEFEETREC.
           MOVE 'FTF' TO FILEFEETRECTP.
           MOVE UW19FEE-CNT TO FILEFEETNOREC.
           MOVE '+' TO FILEFEETSIGN.
           MOVE UW19FEE-AMT TO FILEFEETTOTAMT.
           MOVE UW19CE-CD(UW19CX) TO FILEFEETCURCD.
           WRITE FILEFEETREC.
           IF UW19FEE-STATUS NOT EQUAL TO '00'
               GO TO LD-90-WRITE-ERR.
           CLOSE FILEFEE.
           MOVE UW19FEE-CNT TO UW19CE-ACCTS(UW19CX).
           MOVE UW19FEE-AMT TO UW19CE-AMT(UW19CX).
           MOVE UW19CX TO UW19FEE-DONE.
           DISPLAY 'FEE DEBIT FEED WRITTEN: ' UW19FEE-NAME
               UPON PRINTER.
           GO TO LD-EXIT.
       LD-90-WRITE-ERR.
           DISPLAY 'FEE DEBIT FEED WRITE ERROR - BILLING ABORTED'
               UPON PRINTER.
           CLOSE FILEFEE.
           DELETE FILE FILEFEE.
           MOVE 8 TO RETURN-CODE.
       LD-EXIT.
           EXIT.
       LD-80-DROP-FEED.
           MOVE UW19CE-DSN(UW19CX) TO UW19FEE-NAME.
           DELETE FILE FILEFEE.
           DISPLAY 'FEE DEBIT FEED REMOVED: ' UW19FEE-NAME
               UPON PRINTER.
       LD-89-EXIT.
           EXIT.
       LE-COMMITACR SECTION.
       LE-10-COMMIT-ACR.
           OPEN INPUT FILEACW.
           IF UW19ACW-STATUS NOT EQUAL TO '00'
               DISPLAY 'ACCRUAL STAGING FILE NOT READABLE - BILLING '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
           OPEN OUTPUT FILEACR.
           IF UW19ACR-STATUS NOT EQUAL TO '00'
               DISPLAY 'FEE ACCRUAL FILE NOT REWRITABLE - BILLING '
                   'ABORTED' UPON PRINTER
               CLOSE FILEACW
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
       LE-20.
           READ FILEACW AT END
               CLOSE FILEACW
               CLOSE FILEACR
               GO TO LE-EXIT.
           MOVE FILEACWREC TO FILEACRREC.
           WRITE FILEACRREC.
           IF UW19ACR-STATUS NOT EQUAL TO '00'
               DISPLAY 'FEE ACCRUAL FILE WRITE ERROR - RESTORE FROM '
                   UW19ACW-NAME UPON PRINTER
               CLOSE FILEACW
               CLOSE FILEACR
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
           GO TO LE-20.
       LE-EXIT.
           EXIT.
       LF-ADDCTL SECTION.
       LF-10-ADD-CTL.
           OPEN EXTEND FILECTL.
           IF UW19CTL-STATUS = '35'
               OPEN OUTPUT FILECTL.
           IF UW19CTL-STATUS NOT EQUAL TO '00'
               DISPLAY 'CONTROL FILE NOT OPENABLE - FEE DEBIT FEEDS '
                   'MUST BE ADDED BY HAND' UPON PRINTER
               MOVE 'Y' TO UW19ANY-WARN
               GO TO LF-EXIT.
           PERFORM VARYING UW19CX FROM 1 BY 1
                   UNTIL UW19CX > UW19CUR-CNT
               IF UW19CE-ACCTS(UW19CX) > 0
                   MOVE UW19CE-DSN(UW19CX) TO FILECTLDSN
                   WRITE FILECTLREC
                   IF UW19CTL-STATUS NOT EQUAL TO '00'
                       DISPLAY 'CONTROL FILE WRITE ERROR - FEE DEBIT '
                           'FEEDS MUST BE ADDED BY HAND' UPON PRINTER
                       MOVE 'Y' TO UW19ANY-WARN
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FILECTL.
       LF-EXIT.
           EXIT.
       LG-INVOICE SECTION.
       LG-10-INVOICE.
           OPEN OUTPUT FILEINW.
           IF UW19INW-STATUS NOT EQUAL TO '00'
               DISPLAY 'FEE INVOICE STAGING FILE NOT OPENABLE - '
                   'BILLING ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
           MOVE 1 TO UW19AX.
       LG-20.
           IF UW19AX > UW19ACC-CNT
               GO TO LG-30.
           MOVE SPACES TO FILEINWREC.
           MOVE 'INV' TO FILEINW-RECTYP.
           MOVE UW19MONTH TO FILEINW-MONTH.
           MOVE UW19AE-ACNO(UW19AX) TO FILEINW-ACNO.
           MOVE UW19AE-BRAC(UW19AX) TO FILEINW-BRAC.
           MOVE UW19AE-CURCD(UW19AX) TO FILEINW-CURCD.
           MOVE UW19AE-PMTCNT(UW19AX) TO FILEINW-PMTCNT.
           MOVE UW19AE-PMTAMT(UW19AX) TO FILEINW-PMTAMT.
           MOVE UW19AE-SURCNT(UW19AX) TO FILEINW-SURCNT.
           MOVE UW19AE-SURAMT(UW19AX) TO FILEINW-SURAMT.
           MOVE UW19AE-RTNCNT(UW19AX) TO FILEINW-RTNCNT.
           MOVE UW19AE-RTNAMT(UW19AX) TO FILEINW-RTNAMT.
           MOVE UW19AE-TOTAMT(UW19AX) TO FILEINW-TOTAMT.
           MOVE UW19BUSDATE TO FILEINW-BILLDT.
           WRITE FILEINWREC.
           IF UW19INW-STATUS NOT EQUAL TO '00'
               DISPLAY 'FEE INVOICE STAGING WRITE ERROR - BILLING '
                   'ABORTED' UPON PRINTER
               CLOSE FILEINW
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
           ADD 1 TO UW19AX.
           GO TO LG-20.
       LG-30.
           PERFORM VARYING UW19CX FROM 1 BY 1
                   UNTIL UW19CX > UW19CUR-CNT
               MOVE SPACES TO FILEINWTREC
               MOVE 'INT' TO FILEINWT-RECTYP
               MOVE UW19MONTH TO FILEINWT-MONTH
               MOVE UW19CE-CD(UW19CX) TO FILEINWT-CURCD
               MOVE UW19CE-ACCTS(UW19CX) TO FILEINWT-ACCTS
               MOVE UW19CE-AMT(UW19CX) TO FILEINWT-TOTAMT
               MOVE UW19CE-DSN(UW19CX) TO FILEINWT-DSN
               WRITE FILEINWTREC
               IF UW19INW-STATUS NOT EQUAL TO '00'
                   DISPLAY 'FEE INVOICE STAGING WRITE ERROR - BILLING '
                   'ABORTED' UPON PRINTER
                   CLOSE FILEINW
                   MOVE 8 TO RETURN-CODE
                   GO TO LG-EXIT
               END-IF
           END-PERFORM.
           CLOSE FILEINW.
       LG-EXIT.
           EXIT.
       LG-40-COMMIT-INV.
           OPEN INPUT FILEINW.
           IF UW19INW-STATUS NOT EQUAL TO '00'
               DISPLAY 'FEE INVOICE STAGING FILE NOT READABLE - '
                   'ACCRUALS BILLED, INVOICES IN ' UW19INW-NAME
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LG-49-EXIT.
           OPEN OUTPUT FILEINV.
           IF UW19INV-STATUS NOT EQUAL TO '00'
               DISPLAY 'FEE INVOICE FILE NOT OPENABLE - ACCRUALS '
                   'BILLED, INVOICES IN ' UW19INW-NAME UPON PRINTER
               CLOSE FILEINW
               MOVE 8 TO RETURN-CODE
               GO TO LG-49-EXIT.
       LG-41.
           READ FILEINW AT END
               CLOSE FILEINW
               CLOSE FILEINV
               GO TO LG-49-EXIT.
           IF FILEINW-RECTYP = 'INV'
               MOVE FILEINWREC TO FILEINVREC
               WRITE FILEINVREC
           ELSE
               MOVE FILEINWTREC TO FILEINVTREC
               WRITE FILEINVTREC.
           IF UW19INV-STATUS NOT EQUAL TO '00'
               DISPLAY 'FEE INVOICE FILE WRITE ERROR - RESTORE FROM '
                   UW19INW-NAME UPON PRINTER
               CLOSE FILEINW
               CLOSE FILEINV
               MOVE 8 TO RETURN-CODE
               GO TO LG-49-EXIT.
           GO TO LG-41.
       LG-49-EXIT.
           EXIT.
       LJ-BSEARCH SECTION.
       LJ-10-BSEARCH.
           MOVE 'N' TO UW19BS-FOUND.
           MOVE 1 TO UW19BS-LO.
           MOVE UW19ACC-CNT TO UW19BS-HI.
           PERFORM UNTIL UW19BS-LO > UW19BS-HI
               COMPUTE UW19BS-MID = (UW19BS-LO + UW19BS-HI) / 2
               IF UW19AE-KEY(UW19BS-MID) = UW19BS-KEY
                   MOVE 'Y' TO UW19BS-FOUND
                   MOVE UW19BS-MID TO UW19BS-POS
                   GO TO LJ-EXIT
               ELSE
                   IF UW19AE-KEY(UW19BS-MID) < UW19BS-KEY
                       COMPUTE UW19BS-LO = UW19BS-MID + 1
                   ELSE
                       COMPUTE UW19BS-HI = UW19BS-MID - 1
                   END-IF
               END-IF
           END-PERFORM.
           MOVE UW19BS-LO TO UW19BS-POS.
       LJ-EXIT.
           EXIT.
