       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  FILEMRG ASSIGN DYNAMIC UW16MRGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW16MRG-STATUS.
           SELECT  FILELDG ASSIGN DYNAMIC UW16LDG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW16LDG-STATUS.
           SELECT  FILELDW ASSIGN DYNAMIC UW16LDW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW16LDW-STATUS.
           SELECT  FILENSF ASSIGN DYNAMIC UW16NSF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW16NSF-STATUS.
           SELECT  FILENSW ASSIGN DYNAMIC UW16NSW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW16NSW-STATUS.
           SELECT  FILERPS ASSIGN DYNAMIC UW16RPS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW16RPS-STATUS.
           SELECT  FILELOG ASSIGN DYNAMIC UW16LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW16LOG-STATUS.
           SELECT  FILERPT ASSIGN DYNAMIC UW16RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW16RPT-STATUS.
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
       FD  FILELDG
           LABEL RECORDS ARE STANDARD.
       01  FILELDGREC.
           03  FILELDG-ACNO            PIC X(14).
           03  FILELDG-BRAC            PIC X(6).
           03  FILELDG-CURCD           PIC XXX.
           03  FILELDG-LEDBAL          PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           03  FILELDG-AVLBAL          PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           03  FILELDG-ODLIM           PIC 9(9)V99.
           03  FILELDG-LSTDT           PIC 9(8).
       FD  FILELDW
           LABEL RECORDS ARE STANDARD.
       01  FILELDWREC                  PIC X(70).
       FD  FILENSF
           LABEL RECORDS ARE STANDARD.
       01  FILENSFREC.
           03  FILENSF-REASON          PIC X(40).
           03  FILENSF-DSN             PIC X(80).
           03  FILENSF-RECIMG          PIC X(84).
           03  FILENSF-DIVDT           PIC 9(8).
       FD  FILENSW
           LABEL RECORDS ARE STANDARD.
       01  FILENSWREC.
           03  FILENSW-REASON          PIC X(40).
           03  FILENSW-DSN             PIC X(80).
           03  FILENSW-RECIMG          PIC X(84).
           03  FILENSW-DIVDT           PIC 9(8).
       FD  FILERPS
           LABEL RECORDS ARE STANDARD.
       01  FILERPSREC.
           03  FILERPS-REASON          PIC X(40).
           03  FILERPS-DSN             PIC X(80).
           03  FILERPS-RECIMG          PIC X(84).
           03  FILERPS-DIVDT           PIC 9(8).
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
           03  FILERPT-BRAC            PIC X(8).
           03  FILERPT-CUR             PIC X(4).
           03  FILERPT-OPEN            PIC X(19).
           03  FILERPT-CRAMT           PIC X(19).
           03  FILERPT-DRAMT           PIC X(19).
           03  FILERPT-CLOSE           PIC X(19).
           03  FILERPT-FLAG            PIC X(16).
       01  FILERPTTREC.
           03  FILERPTT-LABEL          PIC X(24).
           03  FILERPTT-CNT            PIC X(12).
           03  FILERPTT-AMT            PIC X(18).
       WORKING-STORAGE SECTION.
       01  UW16APRWDAY                 PIC 9(8).
       01  UW16MRGFILE-NAME            PIC X(80).
       01  UW16BUSDATE-PARM            PIC X(8).
       01  UW16BUSDATE                 PIC 9(8) VALUE 0.
       01  UW16LDGN-PARM               PIC X(80).
       01  UW16LDG-NAME                PIC X(80) VALUE
               'TESTMERGE.LEDGER.DAT'.
       01  UW16LDW-NAME                PIC X(80) VALUE
               'TESTPOST.LEDGER.TMP'.
       01  UW16NSF-NAME                PIC X(80) VALUE
               'TESTMERGE.NSFEXCP.DAT'.
       01  UW16NSW-NAME                PIC X(80) VALUE
               'TESTPOST.NSFSTG.TMP'.
       01  UW16RPS-NAME                PIC X(80) VALUE
               'TESTMERGE.NSFREPOST.DAT'.
       01  UW16LOG-NAME                PIC X(80) VALUE
               'TESTPOST.POSTLOG.DAT'.
       01  UW16RPT-NAME                PIC X(80) VALUE
               'TESTPOST.REPORT.DAT'.
       01  UW16MRG-STATUS              PIC XX.
       01  UW16LDG-STATUS              PIC XX.
       01  UW16LDW-STATUS              PIC XX.
       01  UW16NSF-STATUS              PIC XX.
       01  UW16NSW-STATUS              PIC XX.
       01  UW16RPS-STATUS              PIC XX.
       01  UW16LOG-STATUS              PIC XX.
       01  UW16RPT-STATUS              PIC XX.
       01  UW16BATCH-DATE              PIC 9(8).
       01  UW16MRG-BUSDT               PIC X(8).
       01  UW16CYCLE                   PIC XX.
       01  UW16CYCTYP                  PIC X.
       01  UW16TRL-SEEN                PIC X VALUE 'N'.
       01  UW16TRL-NOREC               PIC 9(8).
       01  UW16TRL-TOTAMT              PIC 9(12)V99.
       01  UW16ANY-WARN                PIC X VALUE 'N'.
       01  UW16MAX-LDG                 PIC 9(7) VALUE 500000.
       01  UW16LDG-CNT                 PIC 9(7) VALUE 0.
       01  UW16LX                      PIC 9(7).
       01  UW16LDG-TAB.
           03  UW16LDG-ENT OCCURS 500000 TIMES.
               05  UW16LE-ACNO         PIC X(14).
               05  UW16LE-BRAC         PIC X(6).
               05  UW16LE-CURCD        PIC XXX.
               05  UW16LE-LEDBAL       PIC S9(11)V99.
               05  UW16LE-AVLBAL       PIC S9(11)V99.
               05  UW16LE-ODLIM        PIC 9(9)V99.
               05  UW16LE-LSTDT        PIC 9(8).
       01  UW16LDGREC.
           03  UW16LDG-ACNO            PIC X(14).
           03  UW16LDG-BRAC            PIC X(6).
           03  UW16LDG-CURCD           PIC XXX.
           03  UW16LDG-LEDBAL          PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           03  UW16LDG-AVLBAL          PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           03  UW16LDG-ODLIM           PIC 9(9)V99.
           03  UW16LDG-LSTDT           PIC 9(8).
       01  UW16BS-LO                   PIC 9(7).
       01  UW16BS-HI                   PIC 9(7).
       01  UW16BS-MID                  PIC 9(7).
       01  UW16BS-FOUND                PIC X VALUE 'N'.
       01  UW16BS-POS                  PIC 9(7).
       01  UW16BS-ACNO                 PIC X(14).
       01  UW16MAX-PF                  PIC 9(4) VALUE 2000.
       01  UW16PF-CNT                  PIC 9(4) VALUE 0.
       01  UW16PX                      PIC 9(4).
       01  UW16PF-HIT                  PIC 9(4).
       01  UW16PK-BRAC                 PIC X(6).
       01  UW16PK-CUR                  PIC XXX.
       01  UW16PF-TAB.
           03  UW16PF-ENT OCCURS 2000 TIMES.
               05  UW16PE-BRAC         PIC X(6).
               05  UW16PE-CUR          PIC XXX.
               05  UW16PE-OPEN         PIC S9(13)V99.
               05  UW16PE-CRCNT        PIC 9(8).
               05  UW16PE-CRAMT        PIC 9(13)V99.
               05  UW16PE-DRCNT        PIC 9(8).
               05  UW16PE-DRAMT        PIC 9(13)V99.
               05  UW16PE-CLOSE        PIC S9(13)V99.
       01  UW16PROOF-BAL               PIC S9(13)V99.
       01  UW16PROOF-FAIL              PIC X VALUE 'N'.
       01  UW16LOG-STAT                PIC X.
       01  UW16LOG-PEND                PIC X VALUE 'N'.
       01  UW16LOG-PENDDT              PIC 9(8).
       01  UW16DIR                     PIC X.
       01  UW16REASON                  PIC X(40).
       01  UW16TEST-BAL                PIC S9(13)V99.
       01  UW16DTL-CNT                 PIC 9(8) VALUE 0.
       01  UW16DTL-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW16POST-CNT                PIC 9(8) VALUE 0.
       01  UW16POST-AMT                PIC 9(12)V99 VALUE 0.
       01  UW16NSF-CNT                 PIC 9(8) VALUE 0.
       01  UW16NSF-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW16RPS-CNT                 PIC 9(8) VALUE 0.
       01  UW16RPS-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW16RPS-OPEN                PIC X VALUE 'N'.
       01  UW16ITEM-DSN                PIC X(80).
       01  UW16ITEM-DIVDT              PIC 9(8).
       01  UW16MEMO-CNT                PIC 9(8) VALUE 0.
       01  UW16MEMO-AMT                PIC 9(12)V99 VALUE 0.
       01  UW16NEW-CNT                 PIC 9(8) VALUE 0.
       01  UW16AMT-ED                  PIC 9(13).99.
       01  UW16SAMT-ED                 PIC -(13)9.99.
       PROCEDURE DIVISION.
       LA-CONTROL SECTION.
       LA-10.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT UW16MRGFILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW16MRGFILE-NAME
           END-ACCEPT.
           MOVE SPACES TO UW16BUSDATE-PARM.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT UW16BUSDATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW16BUSDATE-PARM
           END-ACCEPT.
           MOVE SPACES TO UW16LDGN-PARM.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT UW16LDGN-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW16LDGN-PARM
           END-ACCEPT.
           IF UW16MRGFILE-NAME = SPACES
               DISPLAY 'USAGE: TESTPOST MERGED-PAYMENT-FILE '
                   '(BUSINESS-DATE) (LEDGER-FILE)' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           IF UW16BUSDATE-PARM NOT EQUAL TO SPACES
               IF UW16BUSDATE-PARM NUMERIC
                   MOVE UW16BUSDATE-PARM TO UW16BUSDATE
               ELSE
                   DISPLAY 'BUSINESS DATE NOT NUMERIC' UPON PRINTER
                   MOVE 8 TO RETURN-CODE
                   GO TO LA-EXIT
               END-IF.
           IF UW16LDGN-PARM NOT EQUAL TO SPACES
               MOVE UW16LDGN-PARM TO UW16LDG-NAME.
           ACCEPT UW16APRWDAY FROM DATE YYYYMMDD.
           DISPLAY 'MERGED FILE :' UW16MRGFILE-NAME UPON PRINTER.
           DISPLAY 'LEDGER FILE :' UW16LDG-NAME UPON PRINTER.
           PERFORM LB-POST.
           IF RETURN-CODE = 0 AND UW16ANY-WARN = 'Y'
               MOVE 4 TO RETURN-CODE.
       LA-EXIT.
           STOP RUN.
       LB-POST SECTION.
       LB-10.
           OPEN INPUT FILEMRG.
           IF UW16MRG-STATUS NOT EQUAL TO '00'
               DISPLAY 'MERGED FILE NOT FOUND OR OPEN ERROR - '
                   'POSTING ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           READ FILEMRG AT END
               DISPLAY 'MERGED FILE EMPTY - POSTING ABORTED'
                   UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           IF FILEMHRECTYP NOT EQUAL TO 'HDM'
               DISPLAY 'MERGED FILE HEADER MISSING - POSTING ABORTED'
                   UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE FILEMHFILEMDT TO UW16BATCH-DATE.
           MOVE FILEMHFILEMDT TO UW16MRG-BUSDT.
           MOVE '01' TO UW16CYCLE.
           MOVE 'E' TO UW16CYCTYP.
           IF FILEMHCYCLE NUMERIC AND FILEMHCYCLE NOT EQUAL TO '00'
               MOVE FILEMHCYCLE TO UW16CYCLE
               IF FILEMHCYCTYP = 'I'
                   MOVE 'I' TO UW16CYCTYP
               END-IF
               IF FILEMHBUSDT NUMERIC
                   MOVE FILEMHBUSDT TO UW16MRG-BUSDT
               END-IF
               DISPLAY 'MERGE CYCLE :' UW16CYCLE ' ' UW16CYCTYP
                   UPON PRINTER.
           IF UW16BUSDATE = 0
               MOVE UW16BATCH-DATE TO UW16BUSDATE.
           DISPLAY 'BUSINESS DTE:' UW16BUSDATE UPON PRINTER.
           PERFORM LH-10-CHECK-LOG THRU LH-19-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILEMRG
               GO TO LB-EXIT.
           PERFORM LG-10-LOAD-LDG THRU LG-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILEMRG
               GO TO LB-EXIT.
           OPEN OUTPUT FILENSW.
           IF UW16NSW-STATUS NOT EQUAL TO '00'
               DISPLAY 'NSF STAGING FILE NOT OPENABLE - POSTING '
                   'ABORTED' UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE UW16MRGFILE-NAME TO UW16ITEM-DSN.
           MOVE UW16BUSDATE TO UW16ITEM-DIVDT.
       LB-20.
           READ FILEMRG AT END
               GO TO LB-25.
           IF FILEMTRECTP = 'FTM'
               MOVE 'Y' TO UW16TRL-SEEN
               MOVE FILEMTNOREC TO UW16TRL-NOREC
               MOVE FILEMTTOTAMT TO UW16TRL-TOTAMT
               GO TO LB-20.
           IF FILEMDRECTYP(1:2) NOT EQUAL TO 'DT'
               DISPLAY 'UNEXPECTED RECORD ON MERGED FILE - POSTING '
                   'ABORTED' UPON PRINTER
               CLOSE FILEMRG
               CLOSE FILENSW
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW16DTL-CNT.
           ADD FILEMDPAYAMT TO UW16DTL-AMT.
           PERFORM LC-10-POST-ONE THRU LC-EXIT.
           GO TO LB-20.
       LB-25.
           OPEN INPUT FILERPS.
           IF UW16RPS-STATUS = '35'
               GO TO LB-30.
           IF UW16RPS-STATUS NOT EQUAL TO '00'
               DISPLAY 'NSF RE-POST FILE NOT READABLE - POSTING '
                   'ABORTED' UPON PRINTER
               CLOSE FILEMRG
               CLOSE FILENSW
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE 'Y' TO UW16RPS-OPEN.
       LB-26.
           READ FILERPS AT END
               CLOSE FILERPS
               MOVE 'N' TO UW16RPS-OPEN
               GO TO LB-30.
           IF FILERPSREC = SPACES
               GO TO LB-26.
           MOVE FILERPS-RECIMG(1:80) TO FILEMDREC.
           IF FILEMDRECTYP(1:2) NOT EQUAL TO 'DT' OR
               FILEMDPAYAMT NOT NUMERIC
               DISPLAY 'UNEXPECTED RECORD ON NSF RE-POST FILE - '
                   'POSTING ABORTED' UPON PRINTER
               CLOSE FILEMRG
               CLOSE FILENSW
               CLOSE FILERPS
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE FILERPS-DSN TO UW16ITEM-DSN.
           IF FILERPS-DIVDT NUMERIC AND FILERPS-DIVDT > 0
               MOVE FILERPS-DIVDT TO UW16ITEM-DIVDT
           ELSE
               MOVE UW16BUSDATE TO UW16ITEM-DIVDT.
           ADD 1 TO UW16RPS-CNT.
           ADD FILEMDPAYAMT TO UW16RPS-AMT.
           PERFORM LC-10-POST-ONE THRU LC-EXIT.
           GO TO LB-26.
       LB-30.
           CLOSE FILEMRG.
           CLOSE FILENSW.
           IF UW16TRL-SEEN = 'N'
               DISPLAY 'MERGED FILE TRAILER MISSING - POSTING ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           IF UW16DTL-CNT NOT EQUAL TO UW16TRL-NOREC OR
               UW16DTL-AMT NOT EQUAL TO UW16TRL-TOTAMT
               DISPLAY 'MERGED FILE OUT OF BALANCE WITH TRAILER - '
                   'POSTING ABORTED' UPON PRINTER
               DISPLAY 'READ ' UW16DTL-CNT ' FOR ' UW16DTL-AMT
                   ' TRAILER ' UW16TRL-NOREC ' FOR ' UW16TRL-TOTAMT
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           PERFORM LD-10-WRITE-LDG THRU LD-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-EXIT.
           PERFORM LK-10-REPORT THRU LK-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               DISPLAY 'LEDGER BALANCE PROOF NOT PRODUCED - POSTING '
                   'ABORTED' UPON PRINTER
               GO TO LB-EXIT.
           IF UW16PROOF-FAIL = 'Y'
               DISPLAY 'LEDGER BALANCE PROOF FAILED - POSTING ABORTED, '
                   'SEE ' UW16RPT-NAME UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE 'P' TO UW16LOG-STAT.
           PERFORM LH-20-WRITE-LOG THRU LH-29-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-EXIT.
           PERFORM LE-10-COMMIT-LDG THRU LE-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               DISPLAY 'POSTING LOG HOLDS AN UNCONFIRMED ENTRY FOR '
                   'THIS CYCLE - RECONCILE LEDGER BEFORE RERUN'
                   UPON PRINTER
               GO TO LB-EXIT.
           PERFORM LF-10-COMMIT-NSF THRU LF-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               DISPLAY 'LEDGER POSTED - POSTING LOG ENTRY LEFT '
                   'UNCONFIRMED, RERUN BLOCKED' UPON PRINTER
               GO TO LB-EXIT.
           MOVE 'C' TO UW16LOG-STAT.
           PERFORM LH-20-WRITE-LOG THRU LH-29-EXIT.
           DISPLAY 'DETAILS READ        : ' UW16DTL-CNT UPON PRINTER.
           DISPLAY 'NSF ITEMS RE-POSTED : ' UW16RPS-CNT UPON PRINTER.
           DISPLAY 'POSTED TO LEDGER    : ' UW16POST-CNT UPON PRINTER.
           DISPLAY 'NSF/NOT POSTABLE    : ' UW16NSF-CNT UPON PRINTER.
           DISPLAY 'MEMO ITEMS SKIPPED  : ' UW16MEMO-CNT UPON PRINTER.
           DISPLAY 'NEW LEDGER ACCOUNTS : ' UW16NEW-CNT UPON PRINTER.
       LB-EXIT.
           EXIT.
       LC-POSTING SECTION.
       LC-10-POST-ONE.
           MOVE SPACES TO UW16REASON.
           MOVE SPACE TO UW16DIR.
           IF FILEMDCRDBIN = 'P'
               ADD 1 TO UW16MEMO-CNT
               ADD FILEMDPAYAMT TO UW16MEMO-AMT
               GO TO LC-EXIT.
           EVALUATE FILEMDTXNTYP
               WHEN 'CR'
                   IF FILEMDCRDBIN = 'C'
                       MOVE 'C' TO UW16DIR
                   END-IF
               WHEN 'DR'
                   IF FILEMDCRDBIN = 'D'
                       MOVE 'D' TO UW16DIR
                   END-IF
               WHEN 'AJ'
                   IF FILEMDCRDBIN = 'C' OR 'D'
                       MOVE FILEMDCRDBIN TO UW16DIR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF UW16DIR = SPACE
               MOVE 'TXNTYP/CRDBIN NOT POSTABLE TO LEDGER' TO
                   UW16REASON
               GO TO LC-80-DIVERT.
           MOVE FILEMDUFACNO TO UW16BS-ACNO.
           PERFORM LJ-10-BSEARCH THRU LJ-EXIT.
           IF UW16BS-FOUND = 'N'
               PERFORM LC-20-NEW-LDG THRU LC-29-EXIT.
           IF UW16LE-CURCD(UW16BS-POS) NOT EQUAL TO FILEMDCURCD
               MOVE 'CURRENCY DIFFERS FROM LEDGER CURRENCY' TO
                   UW16REASON
               GO TO LC-80-DIVERT.
           IF UW16DIR = 'D'
               COMPUTE UW16TEST-BAL = UW16LE-AVLBAL(UW16BS-POS)
                   - FILEMDPAYAMT + UW16LE-ODLIM(UW16BS-POS)
               IF UW16TEST-BAL < 0
                   MOVE 'INSUFFICIENT FUNDS - OVERDRAFT EXCEEDED' TO
                       UW16REASON
                   GO TO LC-80-DIVERT.
           MOVE UW16LE-BRAC(UW16BS-POS) TO UW16PK-BRAC.
           MOVE UW16LE-CURCD(UW16BS-POS) TO UW16PK-CUR.
           PERFORM LC-30-PROOF-ENT THRU LC-39-EXIT.
           IF UW16DIR = 'C'
               ADD FILEMDPAYAMT TO UW16LE-LEDBAL(UW16BS-POS)
               ADD FILEMDPAYAMT TO UW16LE-AVLBAL(UW16BS-POS)
               ADD 1 TO UW16PE-CRCNT(UW16PF-HIT)
               ADD FILEMDPAYAMT TO UW16PE-CRAMT(UW16PF-HIT)
           ELSE
               SUBTRACT FILEMDPAYAMT FROM UW16LE-LEDBAL(UW16BS-POS)
               SUBTRACT FILEMDPAYAMT FROM UW16LE-AVLBAL(UW16BS-POS)
               ADD 1 TO UW16PE-DRCNT(UW16PF-HIT)
               ADD FILEMDPAYAMT TO UW16PE-DRAMT(UW16PF-HIT).
           MOVE UW16BUSDATE TO UW16LE-LSTDT(UW16BS-POS).
           ADD 1 TO UW16POST-CNT.
           ADD FILEMDPAYAMT TO UW16POST-AMT.
           GO TO LC-EXIT.
       LC-80-DIVERT.
           MOVE SPACES TO FILENSWREC.
           MOVE UW16REASON TO FILENSW-REASON.
           MOVE UW16ITEM-DSN TO FILENSW-DSN.
           MOVE FILEMDREC TO FILENSW-RECIMG.
           MOVE UW16ITEM-DIVDT TO FILENSW-DIVDT.
           WRITE FILENSWREC.
           IF UW16NSW-STATUS NOT EQUAL TO '00'
               DISPLAY 'NSF STAGING FILE WRITE ERROR - POSTING '
                   'ABORTED' UPON PRINTER
               CLOSE FILEMRG
               CLOSE FILENSW
               IF UW16RPS-OPEN = 'Y'
                   CLOSE FILERPS
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW16NSF-CNT.
           ADD FILEMDPAYAMT TO UW16NSF-AMT.
           MOVE 'Y' TO UW16ANY-WARN.
       LC-EXIT.
           EXIT.
       LC-20-NEW-LDG.
           IF UW16LDG-CNT NOT LESS THAN UW16MAX-LDG
               DISPLAY 'LEDGER TABLE FULL - POSTING ABORTED'
                   UPON PRINTER
               CLOSE FILEMRG
               CLOSE FILENSW
               IF UW16RPS-OPEN = 'Y'
                   CLOSE FILERPS
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           PERFORM VARYING UW16LX FROM UW16LDG-CNT BY -1
                   UNTIL UW16LX < UW16BS-POS
               MOVE UW16LDG-ENT(UW16LX) TO UW16LDG-ENT(UW16LX + 1)
           END-PERFORM.
           ADD 1 TO UW16LDG-CNT.
           ADD 1 TO UW16NEW-CNT.
           MOVE FILEMDUFACNO TO UW16LE-ACNO(UW16BS-POS).
           MOVE FILEMDUFBRAC TO UW16LE-BRAC(UW16BS-POS).
           MOVE FILEMDCURCD TO UW16LE-CURCD(UW16BS-POS).
           MOVE 0 TO UW16LE-LEDBAL(UW16BS-POS).
           MOVE 0 TO UW16LE-AVLBAL(UW16BS-POS).
           MOVE 0 TO UW16LE-ODLIM(UW16BS-POS).
           MOVE 0 TO UW16LE-LSTDT(UW16BS-POS).
       LC-29-EXIT.
           EXIT.
       LC-30-PROOF-ENT.
           MOVE 0 TO UW16PF-HIT.
           PERFORM VARYING UW16PX FROM 1 BY 1
                   UNTIL UW16PX > UW16PF-CNT
               IF UW16PE-BRAC(UW16PX) = UW16PK-BRAC AND
                   UW16PE-CUR(UW16PX) = UW16PK-CUR
                   MOVE UW16PX TO UW16PF-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW16PF-HIT > 0
               GO TO LC-39-EXIT.
           IF UW16PF-CNT NOT LESS THAN UW16MAX-PF
               DISPLAY 'TOO MANY BRANCH/CURRENCY PROOF LINES - '
                   'POSTING ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW16PF-CNT.
           MOVE UW16PF-CNT TO UW16PF-HIT.
           MOVE UW16PK-BRAC TO UW16PE-BRAC(UW16PF-HIT).
           MOVE UW16PK-CUR TO UW16PE-CUR(UW16PF-HIT).
           MOVE 0 TO UW16PE-OPEN(UW16PF-HIT).
           MOVE 0 TO UW16PE-CRCNT(UW16PF-HIT).
           MOVE 0 TO UW16PE-CRAMT(UW16PF-HIT).
           MOVE 0 TO UW16PE-DRCNT(UW16PF-HIT).
           MOVE 0 TO UW16PE-DRAMT(UW16PF-HIT).
           MOVE 0 TO UW16PE-CLOSE(UW16PF-HIT).
       LC-39-EXIT.
           EXIT.
       LD-WRITELDG SECTION.
       LD-10-WRITE-LDG.
           OPEN OUTPUT FILELDW.
           IF UW16LDW-STATUS NOT EQUAL TO '00'
               DISPLAY 'LEDGER STAGING FILE NOT OPENABLE - POSTING '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LD-EXIT.
           MOVE 1 TO UW16LX.
       LD-20.
           IF UW16LX > UW16LDG-CNT
               CLOSE FILELDW
               GO TO LD-EXIT.
           MOVE SPACES TO UW16LDGREC.
           MOVE UW16LE-ACNO(UW16LX) TO UW16LDG-ACNO.
           MOVE UW16LE-BRAC(UW16LX) TO UW16LDG-BRAC.
           MOVE UW16LE-CURCD(UW16LX) TO UW16LDG-CURCD.
           MOVE UW16LE-LEDBAL(UW16LX) TO UW16LDG-LEDBAL.
           MOVE UW16LE-AVLBAL(UW16LX) TO UW16LDG-AVLBAL.
           MOVE UW16LE-ODLIM(UW16LX) TO UW16LDG-ODLIM.
           MOVE UW16LE-LSTDT(UW16LX) TO UW16LDG-LSTDT.
           MOVE UW16LDGREC TO FILELDWREC.
           WRITE FILELDWREC.
           IF UW16LDW-STATUS NOT EQUAL TO '00'
               DISPLAY 'LEDGER STAGING FILE WRITE ERROR - POSTING '
                   'ABORTED' UPON PRINTER
               CLOSE FILELDW
               MOVE 8 TO RETURN-CODE
               GO TO LD-EXIT.
           MOVE UW16LE-BRAC(UW16LX) TO UW16PK-BRAC.
           MOVE UW16LE-CURCD(UW16LX) TO UW16PK-CUR.
           PERFORM LC-30-PROOF-ENT THRU LC-39-EXIT.
           ADD UW16LE-LEDBAL(UW16LX) TO UW16PE-CLOSE(UW16PF-HIT).
           ADD 1 TO UW16LX.
           GO TO LD-20.
       LD-EXIT.
           EXIT.
       LE-COMMITLDG SECTION.
       LE-10-COMMIT-LDG.
           OPEN INPUT FILELDW.
           IF UW16LDW-STATUS NOT EQUAL TO '00'
               DISPLAY 'LEDGER STAGING FILE NOT READABLE - POSTING '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
           OPEN OUTPUT FILELDG.
           IF UW16LDG-STATUS NOT EQUAL TO '00'
               DISPLAY 'LEDGER FILE NOT REWRITABLE - POSTING ABORTED'
                   UPON PRINTER
               CLOSE FILELDW
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
       LE-20.
           READ FILELDW AT END
               CLOSE FILELDW
               CLOSE FILELDG
               GO TO LE-EXIT.
           MOVE FILELDWREC TO FILELDGREC.
           WRITE FILELDGREC.
           IF UW16LDG-STATUS NOT EQUAL TO '00'
               DISPLAY 'LEDGER FILE WRITE ERROR - RESTORE FROM '
                   UW16LDW-NAME UPON PRINTER
               CLOSE FILELDW
               CLOSE FILELDG
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
           GO TO LE-20.
       LE-EXIT.
           EXIT.
       LF-COMMITNSF SECTION.
       LF-10-COMMIT-NSF.
           IF UW16NSF-CNT = 0
               GO TO LF-30.
           OPEN INPUT FILENSW.
           IF UW16NSW-STATUS NOT EQUAL TO '00'
               DISPLAY 'NSF STAGING FILE NOT READABLE - NSF ITEMS '
                   'NOT DIVERTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LF-EXIT.
           OPEN EXTEND FILENSF.
           IF UW16NSF-STATUS = '35'
               OPEN OUTPUT FILENSF.
           IF UW16NSF-STATUS NOT EQUAL TO '00'
               DISPLAY 'NSF EXCEPTION FILE NOT OPENABLE - NSF ITEMS '
                   'REMAIN IN ' UW16NSW-NAME UPON PRINTER
               CLOSE FILENSW
               MOVE 8 TO RETURN-CODE
               GO TO LF-EXIT.
       LF-20.
           READ FILENSW AT END
               CLOSE FILENSW
               CLOSE FILENSF
               GO TO LF-30.
           MOVE FILENSWREC TO FILENSFREC.
           WRITE FILENSFREC.
           IF UW16NSF-STATUS NOT EQUAL TO '00'
               DISPLAY 'NSF EXCEPTION FILE WRITE ERROR - NSF ITEMS '
                   'REMAIN IN ' UW16NSW-NAME UPON PRINTER
               CLOSE FILENSW
               CLOSE FILENSF
               MOVE 8 TO RETURN-CODE
               GO TO LF-EXIT.
           GO TO LF-20.
       LF-30.
           IF UW16RPS-CNT = 0
               GO TO LF-EXIT.
           OPEN OUTPUT FILERPS.
           IF UW16RPS-STATUS NOT EQUAL TO '00'
               DISPLAY 'NSF RE-POST FILE NOT CLEARED - EMPTY '
                   UW16RPS-NAME ' BEFORE NEXT POSTING' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LF-EXIT.
           CLOSE FILERPS.
       LF-EXIT.
           EXIT.
       LG-LOADLDG SECTION.
       LG-10-LOAD-LDG.
           MOVE 0 TO UW16LDG-CNT.
           OPEN INPUT FILELDG.
           IF UW16LDG-STATUS = '35'
               DISPLAY 'LEDGER FILE NOT FOUND - STARTING NEW LEDGER'
                   UPON PRINTER
               GO TO LG-EXIT.
           IF UW16LDG-STATUS NOT EQUAL TO '00'
               DISPLAY 'LEDGER FILE OPEN ERROR - POSTING ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
       LG-20.
           READ FILELDG AT END
               CLOSE FILELDG
               GO TO LG-EXIT.
           IF FILELDG-ACNO = SPACES
               GO TO LG-20.
           IF FILELDG-LEDBAL NOT NUMERIC OR
               FILELDG-AVLBAL NOT NUMERIC OR
               FILELDG-ODLIM NOT NUMERIC
               DISPLAY 'LEDGER RECORD INVALID FOR ' FILELDG-ACNO
                   ' - POSTING ABORTED' UPON PRINTER
               CLOSE FILELDG
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
           IF UW16LDG-CNT NOT LESS THAN UW16MAX-LDG
               DISPLAY 'LEDGER TABLE FULL - POSTING ABORTED'
                   UPON PRINTER
               CLOSE FILELDG
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
           IF UW16LDG-CNT > 0
               IF FILELDG-ACNO NOT GREATER THAN
                   UW16LE-ACNO(UW16LDG-CNT)
                   DISPLAY 'LEDGER FILE OUT OF SEQUENCE - POSTING '
                       'ABORTED' UPON PRINTER
                   CLOSE FILELDG
                   MOVE 8 TO RETURN-CODE
                   GO TO LG-EXIT.
           ADD 1 TO UW16LDG-CNT.
           MOVE FILELDG-ACNO TO UW16LE-ACNO(UW16LDG-CNT).
           MOVE FILELDG-BRAC TO UW16LE-BRAC(UW16LDG-CNT).
           MOVE FILELDG-CURCD TO UW16LE-CURCD(UW16LDG-CNT).
           MOVE FILELDG-LEDBAL TO UW16LE-LEDBAL(UW16LDG-CNT).
           MOVE FILELDG-AVLBAL TO UW16LE-AVLBAL(UW16LDG-CNT).
           MOVE FILELDG-ODLIM TO UW16LE-ODLIM(UW16LDG-CNT).
           IF FILELDG-LSTDT NUMERIC
               MOVE FILELDG-LSTDT TO UW16LE-LSTDT(UW16LDG-CNT)
           ELSE
               MOVE 0 TO UW16LE-LSTDT(UW16LDG-CNT).
           MOVE FILELDG-BRAC TO UW16PK-BRAC.
           MOVE FILELDG-CURCD TO UW16PK-CUR.
           PERFORM LC-30-PROOF-ENT THRU LC-39-EXIT.
           ADD FILELDG-LEDBAL TO UW16PE-OPEN(UW16PF-HIT).
           GO TO LG-20.
       LG-EXIT.
           EXIT.
       LH-POSTLOG SECTION.
       LH-10-CHECK-LOG.
           OPEN INPUT FILELOG.
           IF UW16LOG-STATUS = '35'
               GO TO LH-19-EXIT.
           IF UW16LOG-STATUS NOT EQUAL TO '00'
               DISPLAY 'POSTING LOG NOT READABLE - POSTING ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LH-19-EXIT.
       LH-11.
           READ FILELOG AT END
               CLOSE FILELOG
               GO TO LH-15.
           IF FILELOG-CYCLE = SPACES AND
               FILELOG-BATDT = UW16BATCH-DATE
               DISPLAY 'MERGED BATCH ' UW16BATCH-DATE ' ALREADY '
                   'POSTED ON ' FILELOG-RUNDT ' - POSTING ABORTED'
                   UPON PRINTER
               CLOSE FILELOG
               MOVE 8 TO RETURN-CODE
               GO TO LH-19-EXIT.
           IF FILELOG-MBUSDT = UW16MRG-BUSDT AND
               FILELOG-CYCLE = UW16CYCLE AND
               FILELOG-STAT = 'P'
               MOVE 'Y' TO UW16LOG-PEND
               MOVE FILELOG-RUNDT TO UW16LOG-PENDDT
               GO TO LH-11.
           IF FILELOG-MBUSDT = UW16MRG-BUSDT AND
               FILELOG-CYCLE = UW16CYCLE
               DISPLAY 'MERGE CYCLE ' UW16CYCLE ' OF ' UW16MRG-BUSDT
                   ' ALREADY POSTED ON ' FILELOG-RUNDT
                   ' - POSTING ABORTED' UPON PRINTER
               CLOSE FILELOG
               MOVE 8 TO RETURN-CODE
               GO TO LH-19-EXIT.
           GO TO LH-11.
       LH-15.
           IF UW16LOG-PEND = 'Y'
               DISPLAY 'MERGE CYCLE ' UW16CYCLE ' OF ' UW16MRG-BUSDT
                   ' POSTING STARTED ON ' UW16LOG-PENDDT
                   ' NOT CONFIRMED - POSTING ABORTED' UPON PRINTER
               DISPLAY 'RECONCILE LEDGER AND POSTING LOG BEFORE RERUN'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE.
       LH-19-EXIT.
           EXIT.
       LH-20-WRITE-LOG.
           OPEN EXTEND FILELOG.
           IF UW16LOG-STATUS = '35'
               OPEN OUTPUT FILELOG.
           IF UW16LOG-STATUS NOT EQUAL TO '00'
               GO TO LH-25.
           MOVE SPACES TO FILELOGREC.
           MOVE UW16BATCH-DATE TO FILELOG-BATDT.
           MOVE UW16BUSDATE TO FILELOG-BUSDT.
           MOVE UW16APRWDAY TO FILELOG-RUNDT.
           MOVE UW16POST-CNT TO FILELOG-CNT.
           MOVE UW16POST-AMT TO FILELOG-AMT.
           MOVE UW16MRGFILE-NAME TO FILELOG-DSN.
           MOVE UW16MRG-BUSDT TO FILELOG-MBUSDT.
           MOVE UW16CYCLE TO FILELOG-CYCLE.
           MOVE UW16LOG-STAT TO FILELOG-STAT.
           WRITE FILELOGREC.
           IF UW16LOG-STATUS NOT EQUAL TO '00'
               CLOSE FILELOG
               GO TO LH-25.
           CLOSE FILELOG.
           GO TO LH-29-EXIT.
       LH-25.
           IF UW16LOG-STAT = 'P'
               DISPLAY 'POSTING LOG NOT WRITABLE - POSTING ABORTED'
                   UPON PRINTER
           ELSE
               DISPLAY 'POSTING LOG NOT WRITABLE - BATCH POSTED BUT '
                   'NOT CONFIRMED, RERUN BLOCKED' UPON PRINTER.
           MOVE 8 TO RETURN-CODE.
       LH-29-EXIT.
           EXIT.
       LK-REPORT SECTION.
       LK-10-REPORT.
           OPEN OUTPUT FILERPT.
           IF UW16RPT-STATUS NOT EQUAL TO '00'
               DISPLAY 'POSTING REPORT NOT OPENABLE' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LK-EXIT.
           MOVE SPACES TO FILERPTREC.
           MOVE 'TESTPOST BALANCE PROOF' TO FILERPT-LABEL.
           MOVE UW16BUSDATE TO FILERPT-BRAC.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'BRANCH' TO FILERPT-BRAC.
           MOVE 'CUR' TO FILERPT-CUR.
           MOVE '            OPENING' TO FILERPT-OPEN.
           MOVE '            CREDITS' TO FILERPT-CRAMT.
           MOVE '             DEBITS' TO FILERPT-DRAMT.
           MOVE '            CLOSING' TO FILERPT-CLOSE.
           WRITE FILERPTREC.
           PERFORM LK-20-PROOF-LINE THRU LK-29-EXIT
               VARYING UW16PX FROM 1 BY 1
               UNTIL UW16PX > UW16PF-CNT.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'DETAILS READ' TO FILERPTT-LABEL.
           MOVE UW16DTL-CNT TO FILERPTT-CNT.
           MOVE UW16DTL-AMT TO UW16AMT-ED.
           MOVE UW16AMT-ED TO FILERPTT-AMT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'POSTED TO LEDGER' TO FILERPTT-LABEL.
           MOVE UW16POST-CNT TO FILERPTT-CNT.
           MOVE UW16POST-AMT TO UW16AMT-ED.
           MOVE UW16AMT-ED TO FILERPTT-AMT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'NSF ITEMS RE-POSTED' TO FILERPTT-LABEL.
           MOVE UW16RPS-CNT TO FILERPTT-CNT.
           MOVE UW16RPS-AMT TO UW16AMT-ED.
           MOVE UW16AMT-ED TO FILERPTT-AMT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'DIVERTED TO NSF FILE' TO FILERPTT-LABEL.
           MOVE UW16NSF-CNT TO FILERPTT-CNT.
           MOVE UW16NSF-AMT TO UW16AMT-ED.
           MOVE UW16AMT-ED TO FILERPTT-AMT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'MEMO ITEMS NOT POSTED' TO FILERPTT-LABEL.
           MOVE UW16MEMO-CNT TO FILERPTT-CNT.
           MOVE UW16MEMO-AMT TO UW16AMT-ED.
           MOVE UW16AMT-ED TO FILERPTT-AMT.
           WRITE FILERPTTREC.
           MOVE SPACES TO FILERPTTREC.
           MOVE 'NEW LEDGER ACCOUNTS' TO FILERPTT-LABEL.
           MOVE UW16NEW-CNT TO FILERPTT-CNT.
           WRITE FILERPTTREC.
           CLOSE FILERPT.
       LK-EXIT.
           EXIT.
       LK-20-PROOF-LINE.
           MOVE SPACES TO FILERPTREC.
           MOVE 'BRANCH PROOF' TO FILERPT-LABEL.
           MOVE UW16PE-BRAC(UW16PX) TO FILERPT-BRAC.
           MOVE UW16PE-CUR(UW16PX) TO FILERPT-CUR.
           MOVE UW16PE-OPEN(UW16PX) TO UW16SAMT-ED.
           MOVE UW16SAMT-ED TO FILERPT-OPEN.
           MOVE UW16PE-CRAMT(UW16PX) TO UW16SAMT-ED.
           MOVE UW16SAMT-ED TO FILERPT-CRAMT.
           MOVE UW16PE-DRAMT(UW16PX) TO UW16SAMT-ED.
           MOVE UW16SAMT-ED TO FILERPT-DRAMT.
           MOVE UW16PE-CLOSE(UW16PX) TO UW16SAMT-ED.
           MOVE UW16SAMT-ED TO FILERPT-CLOSE.
           COMPUTE UW16PROOF-BAL = UW16PE-OPEN(UW16PX)
               + UW16PE-CRAMT(UW16PX) - UW16PE-DRAMT(UW16PX).
           IF UW16PROOF-BAL = UW16PE-CLOSE(UW16PX)
               MOVE ' IN BALANCE' TO FILERPT-FLAG
           ELSE
               MOVE ' OUT OF BALANCE' TO FILERPT-FLAG
               MOVE 'Y' TO UW16PROOF-FAIL.
           WRITE FILERPTREC.
       LK-29-EXIT.
           EXIT.
       LJ-BSEARCH SECTION.
       LJ-10-BSEARCH.
           MOVE 'N' TO UW16BS-FOUND.
           MOVE 1 TO UW16BS-LO.
           MOVE UW16LDG-CNT TO UW16BS-HI.
           PERFORM UNTIL UW16BS-LO > UW16BS-HI
               COMPUTE UW16BS-MID = (UW16BS-LO + UW16BS-HI) / 2
               IF UW16LE-ACNO(UW16BS-MID) = UW16BS-ACNO
                   MOVE 'Y' TO UW16BS-FOUND
                   MOVE UW16BS-MID TO UW16BS-POS
                   GO TO LJ-EXIT
               ELSE
                   IF UW16LE-ACNO(UW16BS-MID) < UW16BS-ACNO
                       COMPUTE UW16BS-LO = UW16BS-MID + 1
                   ELSE
                       COMPUTE UW16BS-HI = UW16BS-MID - 1
                   END-IF
               END-IF
           END-PERFORM.
           MOVE UW16BS-LO TO UW16BS-POS.
       LJ-EXIT.
           EXIT.
