       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTFEEA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  FILEMRG ASSIGN DYNAMIC UW18MRGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW18MRG-STATUS.
           SELECT  FILERTN ASSIGN DYNAMIC UW18RTN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW18RTN-STATUS.
           SELECT  FILESCH ASSIGN DYNAMIC UW18SCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW18SCH-STATUS.
           SELECT  FILEACR ASSIGN DYNAMIC UW18ACR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW18ACR-STATUS.
           SELECT  FILEACW ASSIGN DYNAMIC UW18ACW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW18ACW-STATUS.
           SELECT  FILELOG ASSIGN DYNAMIC UW18LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW18LOG-STATUS.
           SELECT  FILERPT ASSIGN DYNAMIC UW18RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW18RPT-STATUS.
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
       FD  FILERTN
           LABEL RECORDS ARE STANDARD.
       01  FILERTNREC.
           03  FILERTN-REASON          PIC X(40).
           03  FILERTN-DSN             PIC X(80).
           03  FILERTN-RECIMG          PIC X(84).
           03  FILERTN-DIVDT           PIC 9(8).
       FD  FILESCH
           LABEL RECORDS ARE STANDARD.
       01  FILESCHREC.
           03  FILESCH-PYMTH           PIC XXX.
           03  FILESCH-TXNTYP          PIC XX.
           03  FILESCH-BRAC            PIC X(6).
           03  FILESCH-EFFDT           PIC 9(8).
           03  FILESCH-ENDDT           PIC 9(8).
           03  FILESCH-FEETYP          PIC X.
           03  FILESCH-FLATFEE         PIC 9(5)V99.
           03  FILESCH-SURCHG          PIC 9(5)V99.
           03  FILESCH-TIER OCCURS 3 TIMES.
               05  FILESCH-UPTO        PIC 9(9)V99.
               05  FILESCH-TFEE        PIC 9(5)V99.
           03  FILESCH-DESC            PIC X(20).
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
       FD  FILELOG
           LABEL RECORDS ARE STANDARD.
       01  FILELOGREC.
           03  FILELOG-BATDT           PIC 9(8).
           03  FILELOG-BUSDT           PIC 9(8).
           03  FILELOG-RUNDT           PIC 9(8).
           03  FILELOG-CNT             PIC 9(8).
           03  FILELOG-AMT             PIC 9(12)V99.
           03  FILELOG-DSN             PIC X(80).
           03  FILELOG-MBUSDT          PIC X(8).
           03  FILELOG-CYCLE           PIC XX.
           03  FILELOG-STAT            PIC X.
       FD  FILERPT
           LABEL RECORDS ARE STANDARD.
       01  FILERPTREC.
           03  FILERPT-LABEL           PIC X(24).
           03  FILERPT-CNT             PIC X(12).
           03  FILERPT-AMT             PIC X(18).
       WORKING-STORAGE SECTION.
       01  UW18APRWDAY                 PIC 9(8).
       01  UW18MRGFILE-NAME            PIC X(80).
       01  UW18BUSDATE-PARM            PIC X(8).
       01  UW18BUSDATE                 PIC 9(8) VALUE 0.
       01  UW18RTNN-PARM               PIC X(80).
       01  UW18SCHN-PARM               PIC X(80).
       01  UW18RTN-NAME                PIC X(80) VALUE
               'TESTMERGE.BANKRTN.DAT'.
       01  UW18SCH-NAME                PIC X(80) VALUE
               'TESTMERGE.FEESCHED.DAT'.
       01  UW18ACR-NAME                PIC X(80) VALUE
               'TESTMERGE.FEEACCR.DAT'.
       01  UW18ACW-NAME                PIC X(80) VALUE
               'TESTFEEA.ACCRSTG.TMP'.
       01  UW18LOG-NAME                PIC X(80) VALUE
               'TESTFEEA.ACCRLOG.DAT'.
       01  UW18RPT-NAME                PIC X(80) VALUE
               'TESTFEEA.REPORT.DAT'.
       01  UW18MRG-STATUS              PIC XX.
       01  UW18RTN-STATUS              PIC XX.
       01  UW18SCH-STATUS              PIC XX.
       01  UW18ACR-STATUS              PIC XX.
       01  UW18ACW-STATUS              PIC XX.
       01  UW18LOG-STATUS              PIC XX.
       01  UW18RPT-STATUS              PIC XX.
       01  UW18BATCH-DATE              PIC 9(8).
       01  UW18MRG-BUSDT               PIC X(8).
       01  UW18CYCLE                   PIC XX.
       01  UW18CYCTYP                  PIC X.
       01  UW18TRL-SEEN                PIC X VALUE 'N'.
       01  UW18TRL-NOREC               PIC 9(8).
       01  UW18TRL-TOTAMT              PIC 9(12)V99.
       01  UW18ANY-WARN                PIC X VALUE 'N'.
       01  UW18LOG-STAT                PIC X.
       01  UW18LOG-PEND                PIC X VALUE 'N'.
       01  UW18LOG-PENDDT              PIC 9(8).
       01  UW18DTL.
           03  UW18D-RECTYP            PIC XXX.
           03  UW18D-UFBAID            PIC X(5).
           03  UW18D-UFSTXN            PIC X(4).
           03  UW18D-PYMTH             PIC XXX.
           03  UW18D-CRDBIN            PIC X.
           03  UW18D-TXNTYP            PIC XX.
           03  UW18D-EFDTE             PIC X(8).
           03  UW18D-TEXT              PIC X(10).
           03  UW18D-MICRNO            PIC X(6).
           03  UW18D-PAYAMT            PIC 9(9)V99.
           03  UW18D-UFNMIND           PIC X.
           03  UW18D-UFACNO            PIC X(14).
           03  UW18D-SUBACC            PIC XX.
           03  UW18D-UFRDTP            PIC X.
           03  UW18D-UFBRAC            PIC X(6).
           03  UW18D-CURCD             PIC XXX.
       01  UW18MAX-SCH                 PIC 9(4) VALUE 2000.
       01  UW18SCH-CNT                 PIC 9(4) VALUE 0.
       01  UW18SX                      PIC 9(4).
       01  UW18TX                      PIC 9.
       01  UW18SCH-HIT                 PIC 9(4).
       01  UW18SCH-TAB.
           03  UW18SCH-ENT OCCURS 2000 TIMES.
               05  UW18SE-PYMTH        PIC XXX.
               05  UW18SE-TXNTYP       PIC XX.
               05  UW18SE-BRAC         PIC X(6).
               05  UW18SE-EFFDT        PIC 9(8).
               05  UW18SE-ENDDT        PIC 9(8).
               05  UW18SE-FEETYP       PIC X.
               05  UW18SE-FLATFEE      PIC 9(5)V99.
               05  UW18SE-SURCHG       PIC 9(5)V99.
               05  UW18SE-TIER OCCURS 3 TIMES.
                   07  UW18SE-UPTO     PIC 9(9)V99.
                   07  UW18SE-TFEE     PIC 9(5)V99.
       01  UW18SK-PYMTH                PIC XXX.
       01  UW18SK-TXNTYP               PIC XX.
       01  UW18SK-BRAC                 PIC X(6).
       01  UW18SCH-OK                  PIC X.
       01  UW18FEE                     PIC 9(5)V99.
       01  UW18SRC                     PIC X.
       01  UW18FEECD                   PIC XXX.
       01  UW18DTL-CNT                 PIC 9(8) VALUE 0.
       01  UW18DTL-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW18MEMO-CNT                PIC 9(8) VALUE 0.
       01  UW18NOSCH-CNT               PIC 9(8) VALUE 0.
       01  UW18RTN-CNT                 PIC 9(8) VALUE 0.
       01  UW18ACR-CNT                 PIC 9(8) VALUE 0.
       01  UW18ACR-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW18PMT-CNT                 PIC 9(8) VALUE 0.
       01  UW18PMT-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW18SUR-CNT                 PIC 9(8) VALUE 0.
       01  UW18SUR-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW18RFE-CNT                 PIC 9(8) VALUE 0.
       01  UW18RFE-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW18AMT-ED                  PIC 9(13).99.
       PROCEDURE DIVISION.
       LA-CONTROL SECTION.
       LA-10.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT UW18MRGFILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW18MRGFILE-NAME
           END-ACCEPT.
           MOVE SPACES TO UW18BUSDATE-PARM.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT UW18BUSDATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW18BUSDATE-PARM
           END-ACCEPT.
           MOVE SPACES TO UW18RTNN-PARM.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT UW18RTNN-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW18RTNN-PARM
           END-ACCEPT.
           MOVE SPACES TO UW18SCHN-PARM.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT UW18SCHN-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW18SCHN-PARM
           END-ACCEPT.
           IF UW18MRGFILE-NAME = SPACES
               DISPLAY 'USAGE: TESTFEEA MERGED-PAYMENT-FILE '
                   '(BUSINESS-DATE) (BANK-RETURN-FILE) '
                   '(FEE-SCHEDULE-FILE)' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           IF UW18BUSDATE-PARM NOT EQUAL TO SPACES
               IF UW18BUSDATE-PARM NUMERIC
                   MOVE UW18BUSDATE-PARM TO UW18BUSDATE
               ELSE
                   DISPLAY 'BUSINESS DATE NOT NUMERIC' UPON PRINTER
                   MOVE 8 TO RETURN-CODE
                   GO TO LA-EXIT
               END-IF.
           IF UW18RTNN-PARM NOT EQUAL TO SPACES
               MOVE UW18RTNN-PARM TO UW18RTN-NAME.
           IF UW18SCHN-PARM NOT EQUAL TO SPACES
               MOVE UW18SCHN-PARM TO UW18SCH-NAME.
           ACCEPT UW18APRWDAY FROM DATE YYYYMMDD.
           DISPLAY 'MERGED FILE :' UW18MRGFILE-NAME UPON PRINTER.
           DISPLAY 'RETURN FILE :' UW18RTN-NAME UPON PRINTER.
           DISPLAY 'FEE SCHEDULE:' UW18SCH-NAME UPON PRINTER.
           PERFORM LB-ACCRUE.
           IF RETURN-CODE = 0 AND UW18ANY-WARN = 'Y'
               MOVE 4 TO RETURN-CODE.
       LA-EXIT.
           STOP RUN.
       LB-ACCRUE SECTION.
       LB-10.
           OPEN INPUT FILEMRG.
           IF UW18MRG-STATUS NOT EQUAL TO '00'
               DISPLAY 'MERGED FILE NOT FOUND OR OPEN ERROR - '
                   'ACCRUAL ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           READ FILEMRG AT END
               DISPLAY 'MERGED FILE EMPTY - ACCRUAL ABORTED'
                   UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           IF FILEMHRECTYP NOT EQUAL TO 'HDM'
               DISPLAY 'MERGED FILE HEADER MISSING - ACCRUAL ABORTED'
                   UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE FILEMHFILEMDT TO UW18BATCH-DATE.
           MOVE FILEMHFILEMDT TO UW18MRG-BUSDT.
           MOVE '01' TO UW18CYCLE.
           MOVE 'E' TO UW18CYCTYP.
           IF FILEMHCYCLE NUMERIC AND FILEMHCYCLE NOT EQUAL TO '00'
               MOVE FILEMHCYCLE TO UW18CYCLE
               IF FILEMHCYCTYP = 'I'
                   MOVE 'I' TO UW18CYCTYP
               END-IF
               IF FILEMHBUSDT NUMERIC
                   MOVE FILEMHBUSDT TO UW18MRG-BUSDT
               END-IF
               DISPLAY 'MERGE CYCLE :' UW18CYCLE ' ' UW18CYCTYP
                   UPON PRINTER.
           IF UW18BUSDATE = 0
               MOVE UW18BATCH-DATE TO UW18BUSDATE.
           DISPLAY 'BUSINESS DTE:' UW18BUSDATE UPON PRINTER.
           PERFORM LH-10-CHECK-LOG THRU LH-19-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILEMRG
               GO TO LB-EXIT.
           PERFORM LG-10-LOAD-SCH THRU LG-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILEMRG
               GO TO LB-EXIT.
           OPEN OUTPUT FILEACW.
           IF UW18ACW-STATUS NOT EQUAL TO '00'
               DISPLAY 'ACCRUAL STAGING FILE NOT OPENABLE - ACCRUAL '
                   'ABORTED' UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE 'P' TO UW18SRC.
       LB-20.
           READ FILEMRG AT END
               GO TO LB-30.
           IF FILEMTRECTP = 'FTM'
               MOVE 'Y' TO UW18TRL-SEEN
               MOVE FILEMTNOREC TO UW18TRL-NOREC
               MOVE FILEMTTOTAMT TO UW18TRL-TOTAMT
               GO TO LB-20.
           IF FILEMDRECTYP(1:2) NOT EQUAL TO 'DT'
               DISPLAY 'UNEXPECTED RECORD ON MERGED FILE - ACCRUAL '
                   'ABORTED' UPON PRINTER
               CLOSE FILEMRG
               CLOSE FILEACW
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE FILEMDREC TO UW18DTL.
           ADD 1 TO UW18DTL-CNT.
           IF UW18D-PAYAMT NUMERIC
               ADD UW18D-PAYAMT TO UW18DTL-AMT.
           PERFORM LC-10-ACCRUE-PMT THRU LC-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILEMRG
               CLOSE FILEACW
               GO TO LB-EXIT.
           GO TO LB-20.
       LB-30.
           CLOSE FILEMRG.
           IF UW18TRL-SEEN = 'N'
               DISPLAY 'MERGED FILE TRAILER MISSING - ACCRUAL ABORTED'
                   UPON PRINTER
               CLOSE FILEACW
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           IF UW18DTL-CNT NOT EQUAL TO UW18TRL-NOREC OR
               UW18DTL-AMT NOT EQUAL TO UW18TRL-TOTAMT
               DISPLAY 'MERGED FILE OUT OF BALANCE WITH TRAILER - '
                   'ACCRUAL ABORTED' UPON PRINTER
               CLOSE FILEACW
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           IF UW18CYCTYP = 'E'
               PERFORM LD-10-RETURNS THRU LD-EXIT
           ELSE
               DISPLAY 'INTRADAY CYCLE - RETURNED ITEM FEES LEFT FOR '
                   'END OF DAY' UPON PRINTER.
           CLOSE FILEACW.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-EXIT.
           MOVE 'P' TO UW18LOG-STAT.
           PERFORM LH-20-WRITE-LOG THRU LH-29-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-EXIT.
           PERFORM LE-10-COMMIT-ACR THRU LE-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               DISPLAY 'ACCRUAL LOG HOLDS AN UNCONFIRMED ENTRY FOR '
                   'THIS CYCLE - RECONCILE FEE ACCRUALS BEFORE RERUN'
                   UPON PRINTER
               GO TO LB-EXIT.
           MOVE 'C' TO UW18LOG-STAT.
           PERFORM LH-20-WRITE-LOG THRU LH-29-EXIT.
           PERFORM LK-10-REPORT THRU LK-EXIT.
           DISPLAY 'DETAILS READ        : ' UW18DTL-CNT UPON PRINTER.
           DISPLAY 'RETURNS READ        : ' UW18RTN-CNT UPON PRINTER.
           DISPLAY 'FEES ACCRUED        : ' UW18ACR-CNT UPON PRINTER.
           DISPLAY 'NO FEE SCHEDULE     : ' UW18NOSCH-CNT UPON PRINTER.
       LB-EXIT.
           EXIT.
       LC-ACCRUE SECTION.
       LC-10-ACCRUE-PMT.
           IF UW18D-CRDBIN = 'P'
               ADD 1 TO UW18MEMO-CNT
               GO TO LC-EXIT.
           IF UW18D-PAYAMT NOT NUMERIC
               DISPLAY 'AMOUNT NOT NUMERIC - NO FEE ACCRUED FOR '
                   UW18D-UFACNO UPON PRINTER
               MOVE 'Y' TO UW18ANY-WARN
               GO TO LC-EXIT.
           MOVE UW18D-PYMTH TO UW18SK-PYMTH.
           MOVE UW18D-TXNTYP TO UW18SK-TXNTYP.
           MOVE UW18D-UFBRAC TO UW18SK-BRAC.
           PERFORM LC-20-SCH-LOOKUP THRU LC-29-EXIT.
           IF UW18SCH-HIT = 0
               ADD 1 TO UW18NOSCH-CNT
               GO TO LC-EXIT.
           PERFORM LC-30-CALC-FEE THRU LC-39-EXIT.
           IF UW18FEE > 0
               MOVE 'PMT' TO UW18FEECD
               PERFORM LC-40-WRITE-ACR THRU LC-49-EXIT
               IF RETURN-CODE NOT LESS THAN 8
                   GO TO LC-EXIT
               END-IF
               ADD 1 TO UW18PMT-CNT
               ADD UW18FEE TO UW18PMT-AMT.
           IF UW18SE-SURCHG(UW18SCH-HIT) > 0
               MOVE UW18SE-SURCHG(UW18SCH-HIT) TO UW18FEE
               MOVE 'SUR' TO UW18FEECD
               PERFORM LC-40-WRITE-ACR THRU LC-49-EXIT
               IF RETURN-CODE NOT LESS THAN 8
                   GO TO LC-EXIT
               END-IF
               ADD 1 TO UW18SUR-CNT
               ADD UW18FEE TO UW18SUR-AMT.
       LC-EXIT.
           EXIT.
       LC-20-SCH-LOOKUP.
           MOVE 0 TO UW18SCH-HIT.
           PERFORM VARYING UW18SX FROM 1 BY 1
                   UNTIL UW18SX > UW18SCH-CNT
               IF UW18SE-PYMTH(UW18SX) = UW18SK-PYMTH AND
                   UW18SE-TXNTYP(UW18SX) = UW18SK-TXNTYP AND
                   UW18SE-BRAC(UW18SX) = UW18SK-BRAC AND
                   UW18SE-EFFDT(UW18SX) NOT GREATER THAN UW18BUSDATE
                   AND (UW18SE-ENDDT(UW18SX) = 0 OR
                   UW18SE-ENDDT(UW18SX) NOT LESS THAN UW18BUSDATE)
                   IF UW18SCH-HIT = 0
                       MOVE UW18SX TO UW18SCH-HIT
                   ELSE
                       IF UW18SE-EFFDT(UW18SX) >
                           UW18SE-EFFDT(UW18SCH-HIT)
                           MOVE UW18SX TO UW18SCH-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF UW18SCH-HIT > 0 OR UW18SK-BRAC = SPACES
               GO TO LC-29-EXIT.
           MOVE SPACES TO UW18SK-BRAC.
           GO TO LC-20-SCH-LOOKUP.
       LC-29-EXIT.
           EXIT.
       LC-30-CALC-FEE.
           IF UW18SE-FEETYP(UW18SCH-HIT) = 'F'
               MOVE UW18SE-FLATFEE(UW18SCH-HIT) TO UW18FEE
               GO TO LC-39-EXIT.
           MOVE UW18SE-TFEE(UW18SCH-HIT, 3) TO UW18FEE.
           PERFORM VARYING UW18TX FROM 1 BY 1 UNTIL UW18TX > 3
               IF UW18SE-UPTO(UW18SCH-HIT, UW18TX) = 0 OR
                   UW18D-PAYAMT NOT GREATER THAN
                   UW18SE-UPTO(UW18SCH-HIT, UW18TX)
                   MOVE UW18SE-TFEE(UW18SCH-HIT, UW18TX) TO UW18FEE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       LC-39-EXIT.
           EXIT.
       LC-40-WRITE-ACR.
           MOVE SPACES TO FILEACRREC.
           MOVE UW18D-UFACNO TO FILEACR-ACNO.
           MOVE UW18D-UFBRAC TO FILEACR-BRAC.
           MOVE UW18BUSDATE TO FILEACR-BUSDT.
           MOVE UW18SRC TO FILEACR-SRC.
           MOVE UW18FEECD TO FILEACR-FEECD.
           MOVE UW18D-PYMTH TO FILEACR-PYMTH.
           MOVE UW18D-TXNTYP TO FILEACR-TXNTYP.
           MOVE UW18D-UFSTXN TO FILEACR-STXN.
           MOVE UW18D-PAYAMT TO FILEACR-TXNAMT.
           MOVE UW18FEE TO FILEACR-FEEAMT.
           MOVE UW18D-CURCD TO FILEACR-CURCD.
           MOVE 0 TO FILEACR-BILLDT.
           MOVE FILEACRREC TO FILEACWREC.
           WRITE FILEACWREC.
           IF UW18ACW-STATUS NOT EQUAL TO '00'
               DISPLAY 'ACCRUAL STAGING WRITE ERROR - ACCRUAL ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LC-49-EXIT.
           ADD 1 TO UW18ACR-CNT.
           ADD UW18FEE TO UW18ACR-AMT.
       LC-49-EXIT.
           EXIT.
       LC-50-ACCRUE-RTN.
           MOVE FILERTN-RECIMG(1:80) TO UW18DTL.
           ADD 1 TO UW18RTN-CNT.
           IF UW18D-PAYAMT NOT NUMERIC
               DISPLAY 'RETURN AMOUNT NOT NUMERIC - NO FEE ACCRUED FOR '
                   UW18D-UFACNO UPON PRINTER
               MOVE 'Y' TO UW18ANY-WARN
               GO TO LC-59-EXIT.
           MOVE UW18D-PYMTH TO UW18SK-PYMTH.
           MOVE 'RT' TO UW18SK-TXNTYP.
           MOVE UW18D-UFBRAC TO UW18SK-BRAC.
           PERFORM LC-20-SCH-LOOKUP THRU LC-29-EXIT.
           IF UW18SCH-HIT = 0
               ADD 1 TO UW18NOSCH-CNT
               GO TO LC-59-EXIT.
           PERFORM LC-30-CALC-FEE THRU LC-39-EXIT.
           IF UW18FEE = 0
               GO TO LC-59-EXIT.
           MOVE 'RTN' TO UW18FEECD.
           PERFORM LC-40-WRITE-ACR THRU LC-49-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LC-59-EXIT.
           ADD 1 TO UW18RFE-CNT.
           ADD UW18FEE TO UW18RFE-AMT.
       LC-59-EXIT.
           EXIT.
       LD-RETURNS SECTION.
       LD-10-RETURNS.
           MOVE 'R' TO UW18SRC.
           OPEN INPUT FILERTN.
           IF UW18RTN-STATUS = '35'
               GO TO LD-EXIT.
           IF UW18RTN-STATUS NOT EQUAL TO '00'
               DISPLAY 'BANK RETURN FILE OPEN ERROR - ACCRUAL ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LD-EXIT.
       LD-20.
           READ FILERTN AT END
               CLOSE FILERTN
               GO TO LD-EXIT.
           IF FILERTN-DIVDT NOT EQUAL TO UW18BUSDATE OR
               FILERTN-REASON(1:12) NOT EQUAL TO 'BANK RETURN '
               GO TO LD-20.
           PERFORM LC-50-ACCRUE-RTN THRU LC-59-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILERTN
               GO TO LD-EXIT.
           GO TO LD-20.
       LD-EXIT.
           EXIT.
       LE-COMMITACR SECTION.
       LE-10-COMMIT-ACR.
           IF UW18ACR-CNT = 0
               GO TO LE-EXIT.
           OPEN INPUT FILEACW.
           IF UW18ACW-STATUS NOT EQUAL TO '00'
               DISPLAY 'ACCRUAL STAGING FILE NOT READABLE - ACCRUAL '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
           OPEN EXTEND FILEACR.
           IF UW18ACR-STATUS = '35'
               OPEN OUTPUT FILEACR.
           IF UW18ACR-STATUS NOT EQUAL TO '00'
               DISPLAY 'FEE ACCRUAL FILE NOT OPENABLE - ACCRUALS '
                   'REMAIN IN ' UW18ACW-NAME UPON PRINTER
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
           IF UW18ACR-STATUS NOT EQUAL TO '00'
               DISPLAY 'FEE ACCRUAL FILE WRITE ERROR - ACCRUALS PARTLY '
                   'APPENDED, CHECK ' UW18ACR-NAME UPON PRINTER
               DISPLAY 'AGAINST ' UW18ACW-NAME UPON PRINTER
               CLOSE FILEACW
               CLOSE FILEACR
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
           GO TO LE-20.
       LE-EXIT.
           EXIT.
       LG-LOADSCH SECTION.
       LG-10-LOAD-SCH.
           MOVE 0 TO UW18SCH-CNT.
           OPEN INPUT FILESCH.
           IF UW18SCH-STATUS NOT EQUAL TO '00'
               DISPLAY 'FEE SCHEDULE NOT FOUND OR OPEN ERROR - '
                   'ACCRUAL ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
       LG-20.
           READ FILESCH AT END
               CLOSE FILESCH
               GO TO LG-EXIT.
           IF FILESCHREC = SPACES
               GO TO LG-20.
           MOVE 'Y' TO UW18SCH-OK.
           IF FILESCH-PYMTH = SPACES OR FILESCH-TXNTYP = SPACES OR
               FILESCH-EFFDT NOT NUMERIC OR
               FILESCH-FLATFEE NOT NUMERIC OR
               FILESCH-SURCHG NOT NUMERIC
               MOVE 'N' TO UW18SCH-OK.
           IF FILESCH-ENDDT = SPACES
               MOVE 0 TO FILESCH-ENDDT.
           IF FILESCH-ENDDT NOT NUMERIC
               MOVE 'N' TO UW18SCH-OK.
           IF FILESCH-FEETYP NOT EQUAL TO 'F' AND
               FILESCH-FEETYP NOT EQUAL TO 'T'
               MOVE 'N' TO UW18SCH-OK.
           IF FILESCH-FEETYP = 'T'
               PERFORM VARYING UW18TX FROM 1 BY 1 UNTIL UW18TX > 3
                   IF FILESCH-UPTO(UW18TX) NOT NUMERIC OR
                       FILESCH-TFEE(UW18TX) NOT NUMERIC
                       MOVE 'N' TO UW18SCH-OK
                   END-IF
               END-PERFORM.
           IF UW18SCH-OK = 'N'
               DISPLAY 'FEE SCHEDULE RECORD INVALID - ACCRUAL ABORTED'
                   UPON PRINTER
               DISPLAY FILESCHREC UPON PRINTER
               CLOSE FILESCH
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
           IF UW18SCH-CNT NOT LESS THAN UW18MAX-SCH
               DISPLAY 'FEE SCHEDULE TABLE FULL - ACCRUAL ABORTED'
                   UPON PRINTER
               CLOSE FILESCH
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
           ADD 1 TO UW18SCH-CNT.
           MOVE FILESCH-PYMTH TO UW18SE-PYMTH(UW18SCH-CNT).
           MOVE FILESCH-TXNTYP TO UW18SE-TXNTYP(UW18SCH-CNT).
           MOVE FILESCH-BRAC TO UW18SE-BRAC(UW18SCH-CNT).
           IF FILESCH-BRAC = '******'
               MOVE SPACES TO UW18SE-BRAC(UW18SCH-CNT).
           MOVE FILESCH-EFFDT TO UW18SE-EFFDT(UW18SCH-CNT).
           MOVE FILESCH-ENDDT TO UW18SE-ENDDT(UW18SCH-CNT).
           MOVE FILESCH-FEETYP TO UW18SE-FEETYP(UW18SCH-CNT).
           MOVE FILESCH-FLATFEE TO UW18SE-FLATFEE(UW18SCH-CNT).
           MOVE FILESCH-SURCHG TO UW18SE-SURCHG(UW18SCH-CNT).
           PERFORM VARYING UW18TX FROM 1 BY 1 UNTIL UW18TX > 3
               IF FILESCH-FEETYP = 'T'
                   MOVE FILESCH-UPTO(UW18TX) TO
                       UW18SE-UPTO(UW18SCH-CNT, UW18TX)
                   MOVE FILESCH-TFEE(UW18TX) TO
                       UW18SE-TFEE(UW18SCH-CNT, UW18TX)
               ELSE
                   MOVE 0 TO UW18SE-UPTO(UW18SCH-CNT, UW18TX)
                   MOVE 0 TO UW18SE-TFEE(UW18SCH-CNT, UW18TX)
               END-IF
           END-PERFORM.
           GO TO LG-20.
       LG-EXIT.
           EXIT.
       LH-ACCRLOG SECTION.
       LH-10-CHECK-LOG.
           OPEN INPUT FILELOG.
           IF UW18LOG-STATUS = '35'
               GO TO LH-19-EXIT.
           IF UW18LOG-STATUS NOT EQUAL TO '00'
               DISPLAY 'ACCRUAL LOG NOT READABLE - ACCRUAL ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LH-19-EXIT.
       LH-11.
           READ FILELOG AT END
               CLOSE FILELOG
               GO TO LH-15.
           IF FILELOG-CYCLE = SPACES AND
               FILELOG-BATDT = UW18BATCH-DATE
               DISPLAY 'MERGED BATCH ' UW18BATCH-DATE ' ALREADY '
                   'ACCRUED ON ' FILELOG-RUNDT ' - ACCRUAL ABORTED'
                   UPON PRINTER
               CLOSE FILELOG
               MOVE 8 TO RETURN-CODE
               GO TO LH-19-EXIT.
           IF FILELOG-MBUSDT = UW18MRG-BUSDT AND
               FILELOG-CYCLE = UW18CYCLE AND
               FILELOG-STAT = 'P'
               MOVE 'Y' TO UW18LOG-PEND
               MOVE FILELOG-RUNDT TO UW18LOG-PENDDT
               GO TO LH-11.
           IF FILELOG-MBUSDT = UW18MRG-BUSDT AND
               FILELOG-CYCLE = UW18CYCLE
               DISPLAY 'MERGE CYCLE ' UW18CYCLE ' OF ' UW18MRG-BUSDT
                   ' ALREADY ACCRUED ON ' FILELOG-RUNDT
                   ' - ACCRUAL ABORTED' UPON PRINTER
               CLOSE FILELOG
               MOVE 8 TO RETURN-CODE
               GO TO LH-19-EXIT.
           GO TO LH-11.
       LH-15.
           IF UW18LOG-PEND = 'Y'
               DISPLAY 'MERGE CYCLE ' UW18CYCLE ' OF ' UW18MRG-BUSDT
                   ' ACCRUAL STARTED ON ' UW18LOG-PENDDT
                   ' NOT CONFIRMED - ACCRUAL ABORTED' UPON PRINTER
               DISPLAY 'RECONCILE FEE ACCRUALS AND ACCRUAL LOG BEFORE '
                   'RERUN' UPON PRINTER
               MOVE 8 TO RETURN-CODE.
       LH-19-EXIT.
           EXIT.
       LH-20-WRITE-LOG.
           OPEN EXTEND FILELOG.
           IF UW18LOG-STATUS = '35'
               OPEN OUTPUT FILELOG.
           IF UW18LOG-STATUS NOT EQUAL TO '00'
               GO TO LH-25.
           MOVE SPACES TO FILELOGREC.
           MOVE UW18BATCH-DATE TO FILELOG-BATDT.
           MOVE UW18BUSDATE TO FILELOG-BUSDT.
           MOVE UW18APRWDAY TO FILELOG-RUNDT.
           MOVE UW18ACR-CNT TO FILELOG-CNT.
           MOVE UW18ACR-AMT TO FILELOG-AMT.
           MOVE UW18MRGFILE-NAME TO FILELOG-DSN.
           MOVE UW18MRG-BUSDT TO FILELOG-MBUSDT.
           MOVE UW18CYCLE TO FILELOG-CYCLE.
           MOVE UW18LOG-STAT TO FILELOG-STAT.
           WRITE FILELOGREC.
           IF UW18LOG-STATUS NOT EQUAL TO '00'
               CLOSE FILELOG
               GO TO LH-25.
           CLOSE FILELOG.
           GO TO LH-29-EXIT.
       LH-25.
           IF UW18LOG-STAT = 'P'
               DISPLAY 'ACCRUAL LOG NOT WRITABLE - ACCRUAL ABORTED'
                   UPON PRINTER
           ELSE
               DISPLAY 'ACCRUAL LOG NOT WRITABLE - BATCH ACCRUED BUT '
                   'NOT CONFIRMED, RERUN BLOCKED' UPON PRINTER.
           MOVE 8 TO RETURN-CODE.
       LH-29-EXIT.
           EXIT.
       LK-REPORT SECTION.
       LK-10-REPORT.
           OPEN OUTPUT FILERPT.
           IF UW18RPT-STATUS NOT EQUAL TO '00'
               DISPLAY 'ACCRUAL REPORT NOT OPENABLE' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LK-EXIT.
           MOVE SPACES TO FILERPTREC.
           MOVE 'TESTFEEA FEE ACCRUAL' TO FILERPT-LABEL.
           MOVE UW18BUSDATE TO FILERPT-CNT.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'DETAILS READ' TO FILERPT-LABEL.
           MOVE UW18DTL-CNT TO FILERPT-CNT.
           MOVE UW18DTL-AMT TO UW18AMT-ED.
           MOVE UW18AMT-ED TO FILERPT-AMT.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'MEMO ITEMS NOT CHARGED' TO FILERPT-LABEL.
           MOVE UW18MEMO-CNT TO FILERPT-CNT.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'BANK RETURNS READ' TO FILERPT-LABEL.
           MOVE UW18RTN-CNT TO FILERPT-CNT.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'NO FEE SCHEDULE' TO FILERPT-LABEL.
           MOVE UW18NOSCH-CNT TO FILERPT-CNT.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'PAYMENT FEES' TO FILERPT-LABEL.
           MOVE UW18PMT-CNT TO FILERPT-CNT.
           MOVE UW18PMT-AMT TO UW18AMT-ED.
           MOVE UW18AMT-ED TO FILERPT-AMT.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'SURCHARGES' TO FILERPT-LABEL.
           MOVE UW18SUR-CNT TO FILERPT-CNT.
           MOVE UW18SUR-AMT TO UW18AMT-ED.
           MOVE UW18AMT-ED TO FILERPT-AMT.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'RETURNED ITEM FEES' TO FILERPT-LABEL.
           MOVE UW18RFE-CNT TO FILERPT-CNT.
           MOVE UW18RFE-AMT TO UW18AMT-ED.
           MOVE UW18AMT-ED TO FILERPT-AMT.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'TOTAL FEES ACCRUED' TO FILERPT-LABEL.
           MOVE UW18ACR-CNT TO FILERPT-CNT.
           MOVE UW18ACR-AMT TO UW18AMT-ED.
           MOVE UW18AMT-ED TO FILERPT-AMT.
           WRITE FILERPTREC.
           CLOSE FILERPT.
       LK-EXIT.
           EXIT.
