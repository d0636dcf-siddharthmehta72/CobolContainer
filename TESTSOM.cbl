       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTSOM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  FILEMSTI ASSIGN DYNAMIC UW20MSTIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW20MSTI-STATUS.
           SELECT  FILETXN ASSIGN DYNAMIC UW20TXN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW20TXN-STATUS.
           SELECT  FILEMSTO ASSIGN DYNAMIC UW20MSTOUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW20MSTO-STATUS.
           SELECT  FILEAUD ASSIGN DYNAMIC UW20AUD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW20AUD-STATUS.
           SELECT  FILEREJ ASSIGN DYNAMIC UW20REJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW20REJ-STATUS.
           SELECT  FILEREF ASSIGN DYNAMIC UW20REF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW20REF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FILEMSTI
           LABEL RECORDS ARE STANDARD.
       01  FILEMSTIREC                 PIC X(106).
       FD  FILETXN
           LABEL RECORDS ARE STANDARD.
       01  FILETXNREC.
           03  FILETXN-ACT             PIC X.
           03  FILETXN-SOID            PIC X(8).
           03  FILETXN-ACNO            PIC X(14).
           03  FILETXN-AMT             PIC X(11).
           03  FILETXN-AMT9 REDEFINES FILETXN-AMT
                                       PIC 9(9)V99.
           03  FILETXN-CURCD           PIC XXX.
           03  FILETXN-PYMTH           PIC XXX.
           03  FILETXN-CRDBIN          PIC X.
           03  FILETXN-TXNTYP          PIC XX.
           03  FILETXN-BRAC            PIC X(6).
           03  FILETXN-FREQ            PIC X.
           03  FILETXN-FDAY            PIC XX.
           03  FILETXN-FDAY9 REDEFINES FILETXN-FDAY
                                       PIC 99.
           03  FILETXN-STRDT           PIC X(8).
           03  FILETXN-ENDDT           PIC X(8).
           03  FILETXN-REMCNT          PIC X(4).
           03  FILETXN-STXN            PIC X(4).
           03  FILETXN-TEXT            PIC X(10).
       FD  FILEMSTO
           LABEL RECORDS ARE STANDARD.
       01  FILEMSTOREC                 PIC X(106).
       FD  FILEAUD
           LABEL RECORDS ARE STANDARD.
       01  FILEAUDREC.
           03  FILEAUD-DATE            PIC 9(8).
           03  FILEAUD-ACT             PIC X.
           03  FILEAUD-KEY             PIC X(8).
           03  FILEAUD-BEFORE          PIC X(106).
           03  FILEAUD-AFTER           PIC X(106).
       FD  FILEREJ
           LABEL RECORDS ARE STANDARD.
       01  FILEREJREC.
           03  FILEREJ-REASON          PIC X(40).
           03  FILEREJ-TXNIMG          PIC X(86).
       FD  FILEREF
           LABEL RECORDS ARE STANDARD.
       01  FILEREFREC.
           03  FILEREF-TYPE            PIC X.
           03  FILEREF-CODE            PIC X(6).
           03  FILEREF-OPNDT           PIC 9(8).
           03  FILEREF-CLSDT           PIC 9(8).
           03  FILEREF-ACTIVE          PIC X.
           03  FILEREF-DESC            PIC X(20).
       WORKING-STORAGE SECTION.
       01  UW20APRWDAY                 PIC 9(8).
       01  UW20MSTIN-NAME              PIC X(80).
       01  UW20TXN-NAME                PIC X(80).
       01  UW20MSTOUT-NAME             PIC X(80).
       01  UW20AUD-NAME                PIC X(80) VALUE
               'TESTSOM.AUDIT.DAT'.
       01  UW20REJ-NAME                PIC X(80) VALUE
               'TESTSOM.REJECT.DAT'.
       01  UW20MSTI-STATUS             PIC XX.
       01  UW20TXN-STATUS              PIC XX.
       01  UW20MSTO-STATUS             PIC XX.
       01  UW20AUD-STATUS              PIC XX.
       01  UW20REJ-STATUS              PIC XX.
       01  UW20SOREC.
           03  UW20S-SOID              PIC X(8).
           03  UW20S-ACNO              PIC X(14).
           03  UW20S-AMT               PIC 9(9)V99.
           03  UW20S-CURCD             PIC XXX.
           03  UW20S-PYMTH             PIC XXX.
           03  UW20S-CRDBIN            PIC X.
           03  UW20S-TXNTYP            PIC XX.
           03  UW20S-BRAC              PIC X(6).
           03  UW20S-FREQ              PIC X.
           03  UW20S-FDAY              PIC 99.
           03  UW20S-STRDT             PIC 9(8).
           03  UW20S-ENDDT             PIC 9(8).
           03  UW20S-REMCNT            PIC 9(4).
           03  UW20S-STXN              PIC 9(4).
           03  UW20S-TEXT              PIC X(10).
           03  UW20S-STAT              PIC X.
           03  UW20S-NXTDT             PIC 9(8).
           03  UW20S-LSTDT             PIC 9(8).
           03  FILLER                  PIC X(4).
       01  UW20MAX-SO                  PIC 9(5) VALUE 20000.
       01  UW20SO-CNT                  PIC 9(5) VALUE 0.
       01  UW20SX                      PIC 9(5).
       01  UW20SO-TAB.
           03  UW20SO-ENT OCCURS 20000 TIMES.
               05  UW20SE-SOID         PIC X(8).
               05  FILLER              PIC X(98).
       01  UW20BS-LO                   PIC 9(5).
       01  UW20BS-HI                   PIC 9(5).
       01  UW20BS-MID                  PIC 9(5).
       01  UW20BS-FOUND                PIC X VALUE 'N'.
       01  UW20BS-POS                  PIC 9(5).
       01  UW20BS-KEY                  PIC X(8).
       01  UW20BEFORE-IMG              PIC X(106).
       01  UW20DAYNO                   PIC 9(7).
       01  UW20SCHED-CHG               PIC X VALUE 'N'.
       01  UW20LIMIT-CHG               PIC X VALUE 'N'.
       01  UW20REJ-REASON              PIC X(40).
       01  UW20ANY-REJECT              PIC X VALUE 'N'.
       01  UW20TXN-CNT                 PIC 9(8) VALUE 0.
       01  UW20APPL-CNT                PIC 9(8) VALUE 0.
       01  UW20REJ-CNT                 PIC 9(8) VALUE 0.
       01  UW20REF-NAME                PIC X(80) VALUE
               'TESTMERGE.REFCODE.DAT'.
       01  UW20REF-STATUS              PIC XX.
       01  UW20MAX-REF                 PIC 9(4) VALUE 2000.
       01  UW20REF-CNT                 PIC 9(4) VALUE 0.
       01  UW20RFX                     PIC 9(4).
       01  UW20REF-TAB.
           03  UW20REF-ENT OCCURS 2000 TIMES.
               05  UW20RF-KEY.
                   07  UW20RF-TYPE     PIC X.
                   07  UW20RF-CODE     PIC X(6).
               05  UW20RF-CLSDT        PIC 9(8).
               05  UW20RF-ACTIVE       PIC X.
       01  UW20RF-SRCH.
           03  UW20RFS-TYPE            PIC X.
           03  UW20RFS-CODE            PIC X(6).
       01  UW20RF-FOUND                PIC X VALUE 'N'.
       01  UW20RF-AVAIL                PIC X VALUE 'Y'.
       PROCEDURE DIVISION.
       LA-CONTROL SECTION.
       LA-10.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT UW20MSTIN-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW20MSTIN-NAME
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT UW20TXN-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW20TXN-NAME
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT UW20MSTOUT-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW20MSTOUT-NAME
           END-ACCEPT.
           IF UW20TXN-NAME = SPACES OR UW20MSTOUT-NAME = SPACES
               DISPLAY 'USAGE: TESTSOM STANDING-ORDERS-IN TXN-FILE '
                   'STANDING-ORDERS-OUT' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           DISPLAY 'ORDERS IN    :' UW20MSTIN-NAME UPON PRINTER.
           DISPLAY 'TXN FILE     :' UW20TXN-NAME UPON PRINTER.
           DISPLAY 'ORDERS OUT   :' UW20MSTOUT-NAME UPON PRINTER.
           ACCEPT UW20APRWDAY FROM DATE YYYYMMDD.
           PERFORM LB-MAINT.
           IF RETURN-CODE = 0 AND UW20ANY-REJECT = 'Y'
               MOVE 4 TO RETURN-CODE.
       LA-EXIT.
           STOP RUN.
       LB-MAINT SECTION.
       LB-10.
           PERFORM LG-10-LOAD-SO THRU LG-EXIT.
           PERFORM LR-10-LOAD-REF THRU LR-EXIT.
           OPEN EXTEND FILEAUD.
           IF UW20AUD-STATUS = '35'
               OPEN OUTPUT FILEAUD.
           IF UW20AUD-STATUS NOT EQUAL TO '00'
               DISPLAY 'AUDIT FILE NOT OPENABLE - MAINT ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           OPEN OUTPUT FILEREJ.
           IF UW20REJ-STATUS NOT EQUAL TO '00'
               DISPLAY 'REJECT FILE NOT OPENABLE - MAINT ABORTED'
                   UPON PRINTER
               CLOSE FILEAUD
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           OPEN INPUT FILETXN.
           IF UW20TXN-STATUS NOT EQUAL TO '00'
               DISPLAY 'TXN FILE NOT FOUND OR OPEN ERROR - MAINT '
                   'ABORTED' UPON PRINTER
               CLOSE FILEAUD
               CLOSE FILEREJ
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LB-20.
           READ FILETXN AT END
               GO TO LB-30.
           IF FILETXNREC = SPACES
               GO TO LB-20.
           ADD 1 TO UW20TXN-CNT.
           PERFORM LC-10-APPLY-TXN THRU LC-EXIT.
           GO TO LB-20.
       LB-30.
           CLOSE FILETXN.
           CLOSE FILEREJ.
           CLOSE FILEAUD.
           OPEN OUTPUT FILEMSTO.
           IF UW20MSTO-STATUS NOT EQUAL TO '00'
               DISPLAY 'ORDERS OUT NOT OPENABLE - MAINT ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           PERFORM LD-10-WRITE-SO THRU LD-EXIT
               VARYING UW20SX FROM 1 BY 1
               UNTIL UW20SX > UW20SO-CNT.
           CLOSE FILEMSTO.
           DISPLAY 'TRANSACTIONS READ   : ' UW20TXN-CNT UPON PRINTER.
           DISPLAY 'TRANSACTIONS APPLIED: ' UW20APPL-CNT UPON PRINTER.
           DISPLAY 'TRANSACTIONS REJECTD: ' UW20REJ-CNT UPON PRINTER.
           DISPLAY 'ORDERS ON MASTER    : ' UW20SO-CNT UPON PRINTER.
       LB-EXIT.
           EXIT.
       LC-APPLY SECTION.
       LC-10-APPLY-TXN.
           MOVE SPACES TO UW20REJ-REASON.
           IF FILETXN-ACT NOT EQUAL TO 'A' AND 'C' AND 'X'
               MOVE 'INVALID ACTION CODE' TO UW20REJ-REASON
               GO TO LC-80-REJECT.
           IF FILETXN-SOID = SPACES
               MOVE 'ORDER ID MISSING' TO UW20REJ-REASON
               GO TO LC-80-REJECT.
           PERFORM LC-15-EDIT THRU LC-19-EXIT.
           IF UW20REJ-REASON NOT EQUAL TO SPACES
               GO TO LC-80-REJECT.
           IF FILETXN-ACT NOT EQUAL TO 'X'
               PERFORM LK-10-REF-CHECK THRU LK-EXIT
               IF UW20REJ-REASON NOT EQUAL TO SPACES
                   GO TO LC-80-REJECT.
           MOVE FILETXN-SOID TO UW20BS-KEY.
           PERFORM LJ-10-BSEARCH THRU LJ-EXIT.
           EVALUATE FILETXN-ACT
               WHEN 'A'
                   PERFORM LC-20-ADD THRU LC-29-EXIT
               WHEN 'C'
                   PERFORM LC-30-CHANGE THRU LC-39-EXIT
               WHEN 'X'
                   PERFORM LC-40-CANCEL THRU LC-49-EXIT
           END-EVALUATE.
           GO TO LC-EXIT.
       LC-15-EDIT.
           IF FILETXN-AMT NOT EQUAL TO SPACES
               IF FILETXN-AMT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO UW20REJ-REASON
                   GO TO LC-19-EXIT
               ELSE
                   IF FILETXN-AMT9 = 0
                       MOVE 'AMOUNT ZERO' TO UW20REJ-REASON
                       GO TO LC-19-EXIT.
           IF FILETXN-PYMTH = 'CHK'
               MOVE 'CHECK METHOD NOT ALLOWED ON AN ORDER' TO
                   UW20REJ-REASON
               GO TO LC-19-EXIT.
           IF FILETXN-CRDBIN NOT EQUAL TO SPACE AND 'C' AND 'D'
               MOVE 'CREDIT/DEBIT INDICATOR NOT C OR D' TO
                   UW20REJ-REASON
               GO TO LC-19-EXIT.
           IF FILETXN-BRAC NOT EQUAL TO SPACES AND
               FILETXN-BRAC NOT NUMERIC
               MOVE 'BRANCH CODE NOT NUMERIC' TO UW20REJ-REASON
               GO TO LC-19-EXIT.
           IF FILETXN-FREQ NOT EQUAL TO SPACE AND 'W' AND 'M' AND 'D'
               MOVE 'FREQUENCY NOT W, M OR D' TO UW20REJ-REASON
               GO TO LC-19-EXIT.
           IF FILETXN-FDAY NOT EQUAL TO SPACES
               IF FILETXN-FDAY NOT NUMERIC
                   MOVE 'DAY OF MONTH NOT NUMERIC' TO UW20REJ-REASON
                   GO TO LC-19-EXIT
               ELSE
                   IF FILETXN-FDAY9 < 1 OR FILETXN-FDAY9 > 31
                       MOVE 'DAY OF MONTH NOT 01-31' TO UW20REJ-REASON
                       GO TO LC-19-EXIT.
           IF FILETXN-STRDT NOT EQUAL TO SPACES AND
               FILETXN-STRDT NOT NUMERIC
               MOVE 'START DATE NOT NUMERIC' TO UW20REJ-REASON
               GO TO LC-19-EXIT.
           IF FILETXN-ENDDT NOT EQUAL TO SPACES AND
               FILETXN-ENDDT NOT NUMERIC
               MOVE 'END DATE NOT NUMERIC' TO UW20REJ-REASON
               GO TO LC-19-EXIT.
           IF FILETXN-REMCNT NOT EQUAL TO SPACES AND
               FILETXN-REMCNT NOT NUMERIC
               MOVE 'INSTALMENT COUNT NOT NUMERIC' TO UW20REJ-REASON
               GO TO LC-19-EXIT.
           IF FILETXN-STXN NOT EQUAL TO SPACES AND
               FILETXN-STXN NOT NUMERIC
               MOVE 'TRANSACTION SERIAL NOT NUMERIC' TO UW20REJ-REASON
               GO TO LC-19-EXIT.
       LC-19-EXIT.
           EXIT.
       LC-20-ADD.
           IF UW20BS-FOUND = 'Y'
               MOVE 'ORDER ALREADY ON MASTER' TO UW20REJ-REASON
               GO TO LC-80-REJECT.
           IF FILETXN-ACNO = SPACES OR FILETXN-AMT = SPACES OR
               FILETXN-CURCD = SPACES OR FILETXN-PYMTH = SPACES OR
               FILETXN-CRDBIN = SPACE OR FILETXN-TXNTYP = SPACES OR
               FILETXN-BRAC = SPACES OR FILETXN-FREQ = SPACE OR
               FILETXN-STRDT = SPACES OR FILETXN-STXN = SPACES
               MOVE 'MANDATORY FIELD MISSING ON ADD' TO UW20REJ-REASON
               GO TO LC-80-REJECT.
           MOVE SPACES TO UW20SOREC.
           MOVE FILETXN-SOID TO UW20S-SOID.
           MOVE 0 TO UW20S-AMT.
           MOVE 0 TO UW20S-FDAY.
           MOVE 0 TO UW20S-STRDT.
           MOVE 0 TO UW20S-ENDDT.
           MOVE 0 TO UW20S-REMCNT.
           MOVE 0 TO UW20S-STXN.
           MOVE 0 TO UW20S-NXTDT.
           MOVE 0 TO UW20S-LSTDT.
           MOVE 'A' TO UW20S-STAT.
           PERFORM LC-50-MOVE-FIELDS THRU LC-59-EXIT.
           PERFORM LC-60-CHECK-ORDER THRU LC-69-EXIT.
           IF UW20REJ-REASON NOT EQUAL TO SPACES
               GO TO LC-80-REJECT.
           IF UW20SO-CNT NOT LESS THAN UW20MAX-SO
               DISPLAY 'STANDING ORDER TABLE FULL - MAINT ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           PERFORM VARYING UW20SX FROM UW20SO-CNT BY -1
                   UNTIL UW20SX < UW20BS-POS
               MOVE UW20SO-ENT(UW20SX) TO UW20SO-ENT(UW20SX + 1)
           END-PERFORM.
           ADD 1 TO UW20SO-CNT.
           MOVE UW20SOREC TO UW20SO-ENT(UW20BS-POS).
           MOVE SPACES TO UW20BEFORE-IMG.
           PERFORM LC-90-AUDIT THRU LC-99-EXIT.
       LC-29-EXIT.
           EXIT.
       LC-30-CHANGE.
           IF UW20BS-FOUND = 'N'
               MOVE 'ORDER NOT ON MASTER' TO UW20REJ-REASON
               GO TO LC-80-REJECT.
           MOVE UW20SO-ENT(UW20BS-POS) TO UW20BEFORE-IMG.
           MOVE UW20SO-ENT(UW20BS-POS) TO UW20SOREC.
           IF UW20S-STAT = 'C'
               MOVE 'ORDER CANCELLED - NO CHANGES ALLOWED' TO
                   UW20REJ-REASON
               GO TO LC-80-REJECT.
           PERFORM LC-50-MOVE-FIELDS THRU LC-59-EXIT.
           PERFORM LC-60-CHECK-ORDER THRU LC-69-EXIT.
           IF UW20REJ-REASON NOT EQUAL TO SPACES
               GO TO LC-80-REJECT.
           IF UW20SCHED-CHG = 'Y'
               MOVE 0 TO UW20S-NXTDT.
           IF UW20LIMIT-CHG = 'Y' AND
               (UW20S-STAT = 'E' OR UW20S-STAT = 'X')
               MOVE 'A' TO UW20S-STAT
               MOVE 0 TO UW20S-NXTDT.
           MOVE UW20SOREC TO UW20SO-ENT(UW20BS-POS).
           PERFORM LC-90-AUDIT THRU LC-99-EXIT.
       LC-39-EXIT.
           EXIT.
       LC-40-CANCEL.
           IF UW20BS-FOUND = 'N'
               MOVE 'ORDER NOT ON MASTER' TO UW20REJ-REASON
               GO TO LC-80-REJECT.
           MOVE UW20SO-ENT(UW20BS-POS) TO UW20BEFORE-IMG.
           MOVE UW20SO-ENT(UW20BS-POS) TO UW20SOREC.
           IF UW20S-STAT = 'C'
               MOVE 'ORDER ALREADY CANCELLED' TO UW20REJ-REASON
               GO TO LC-80-REJECT.
           MOVE 'C' TO UW20S-STAT.
           MOVE UW20SOREC TO UW20SO-ENT(UW20BS-POS).
           PERFORM LC-90-AUDIT THRU LC-99-EXIT.
       LC-49-EXIT.
           EXIT.
       LC-50-MOVE-FIELDS.
           MOVE 'N' TO UW20SCHED-CHG.
           MOVE 'N' TO UW20LIMIT-CHG.
           IF FILETXN-ACNO NOT EQUAL TO SPACES
               MOVE FILETXN-ACNO TO UW20S-ACNO.
           IF FILETXN-AMT NOT EQUAL TO SPACES
               MOVE FILETXN-AMT9 TO UW20S-AMT.
           IF FILETXN-CURCD NOT EQUAL TO SPACES
               MOVE FILETXN-CURCD TO UW20S-CURCD.
           IF FILETXN-PYMTH NOT EQUAL TO SPACES
               MOVE FILETXN-PYMTH TO UW20S-PYMTH.
           IF FILETXN-CRDBIN NOT EQUAL TO SPACE
               MOVE FILETXN-CRDBIN TO UW20S-CRDBIN.
           IF FILETXN-TXNTYP NOT EQUAL TO SPACES
               MOVE FILETXN-TXNTYP TO UW20S-TXNTYP.
           IF FILETXN-BRAC NOT EQUAL TO SPACES
               MOVE FILETXN-BRAC TO UW20S-BRAC.
           IF FILETXN-FREQ NOT EQUAL TO SPACE
               MOVE FILETXN-FREQ TO UW20S-FREQ
               MOVE 'Y' TO UW20SCHED-CHG.
           IF FILETXN-FDAY NOT EQUAL TO SPACES
               MOVE FILETXN-FDAY9 TO UW20S-FDAY
               MOVE 'Y' TO UW20SCHED-CHG.
           IF FILETXN-STRDT NOT EQUAL TO SPACES
               MOVE FILETXN-STRDT TO UW20S-STRDT
               MOVE 'Y' TO UW20SCHED-CHG.
           IF FILETXN-ENDDT NOT EQUAL TO SPACES
               MOVE FILETXN-ENDDT TO UW20S-ENDDT
               MOVE 'Y' TO UW20LIMIT-CHG.
           IF FILETXN-REMCNT NOT EQUAL TO SPACES
               MOVE FILETXN-REMCNT TO UW20S-REMCNT
               MOVE 'Y' TO UW20LIMIT-CHG.
           IF FILETXN-STXN NOT EQUAL TO SPACES
               MOVE FILETXN-STXN TO UW20S-STXN.
           IF FILETXN-TEXT NOT EQUAL TO SPACES
               MOVE FILETXN-TEXT TO UW20S-TEXT.
           IF UW20S-FREQ NOT EQUAL TO 'D'
               MOVE 0 TO UW20S-FDAY.
       LC-59-EXIT.
           EXIT.
       LC-60-CHECK-ORDER.
           IF NOT (UW20S-TXNTYP = 'CR' AND UW20S-CRDBIN = 'C') AND
               NOT (UW20S-TXNTYP = 'DR' AND UW20S-CRDBIN = 'D')
               MOVE 'TXNTYP/CRDBIN MUST BE CR/C OR DR/D' TO
                   UW20REJ-REASON
               GO TO LC-69-EXIT.
           COMPUTE UW20DAYNO = FUNCTION INTEGER-OF-DATE(UW20S-STRDT).
           IF UW20DAYNO = 0
               MOVE 'START DATE NOT A VALID DATE' TO UW20REJ-REASON
               GO TO LC-69-EXIT.
           IF UW20S-ENDDT > 0
               COMPUTE UW20DAYNO =
                   FUNCTION INTEGER-OF-DATE(UW20S-ENDDT)
               IF UW20DAYNO = 0
                   MOVE 'END DATE NOT A VALID DATE' TO UW20REJ-REASON
                   GO TO LC-69-EXIT.
           IF UW20S-FREQ = 'D' AND UW20S-FDAY = 0
               MOVE 'DAY OF MONTH MISSING FOR FREQUENCY D' TO
                   UW20REJ-REASON
               GO TO LC-69-EXIT.
           IF UW20S-ENDDT > 0 AND
               UW20S-ENDDT NOT GREATER THAN UW20S-STRDT
               MOVE 'END DATE NOT AFTER START DATE' TO UW20REJ-REASON
               GO TO LC-69-EXIT.
       LC-69-EXIT.
           EXIT.
       LC-80-REJECT.
           MOVE 'Y' TO UW20ANY-REJECT.
           ADD 1 TO UW20REJ-CNT.
           MOVE SPACES TO FILEREJREC.
           MOVE UW20REJ-REASON TO FILEREJ-REASON.
           MOVE FILETXNREC TO FILEREJ-TXNIMG.
           WRITE FILEREJREC.
           IF UW20REJ-STATUS NOT EQUAL TO '00'
               DISPLAY 'REJECT FILE WRITE ERROR - MAINT ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LC-EXIT.
           EXIT.
       LC-90-AUDIT.
           ADD 1 TO UW20APPL-CNT.
           MOVE SPACES TO FILEAUDREC.
           MOVE UW20APRWDAY TO FILEAUD-DATE.
           MOVE FILETXN-ACT TO FILEAUD-ACT.
           MOVE UW20BS-KEY TO FILEAUD-KEY.
           MOVE UW20BEFORE-IMG TO FILEAUD-BEFORE.
           MOVE UW20SO-ENT(UW20BS-POS) TO FILEAUD-AFTER.
           WRITE FILEAUDREC.
           IF UW20AUD-STATUS NOT EQUAL TO '00'
               DISPLAY 'AUDIT FILE WRITE ERROR - MAINT ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LC-99-EXIT.
           EXIT.
       LD-WRITESO SECTION.
       LD-10-WRITE-SO.
           MOVE UW20SO-ENT(UW20SX) TO FILEMSTOREC.
           WRITE FILEMSTOREC.
           IF UW20MSTO-STATUS NOT EQUAL TO '00'
               DISPLAY 'ORDERS OUT WRITE ERROR - MAINT ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LD-EXIT.
           EXIT.
       LG-LOADSO SECTION.
       LG-10-LOAD-SO.
           MOVE 0 TO UW20SO-CNT.
           IF UW20MSTIN-NAME = SPACES
               GO TO LG-EXIT.
           OPEN INPUT FILEMSTI.
           IF UW20MSTI-STATUS NOT EQUAL TO '00'
               DISPLAY 'ORDERS IN NOT FOUND OR OPEN ERROR - MAINT '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LG-20.
           READ FILEMSTI AT END
               CLOSE FILEMSTI
               GO TO LG-EXIT.
           IF FILEMSTIREC = SPACES
               GO TO LG-20.
           MOVE FILEMSTIREC TO UW20SOREC.
           IF UW20S-AMT NOT NUMERIC OR UW20S-FDAY NOT NUMERIC OR
               UW20S-STRDT NOT NUMERIC OR UW20S-ENDDT NOT NUMERIC OR
               UW20S-REMCNT NOT NUMERIC OR UW20S-STXN NOT NUMERIC OR
               UW20S-NXTDT NOT NUMERIC OR UW20S-LSTDT NOT NUMERIC
               DISPLAY 'STANDING ORDER RECORD INVALID - MAINT ABORTED: '
                   UW20S-SOID UPON PRINTER
               CLOSE FILEMSTI
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE UW20S-SOID TO UW20BS-KEY.
           PERFORM LJ-10-BSEARCH THRU LJ-EXIT.
           IF UW20BS-FOUND = 'Y'
               DISPLAY 'DUPLICATE ORDER ON ORDERS IN, KEEPING '
                   'FIRST: ' UW20BS-KEY UPON PRINTER
               MOVE 'Y' TO UW20ANY-REJECT
               GO TO LG-20.
           IF UW20SO-CNT NOT LESS THAN UW20MAX-SO
               DISPLAY 'STANDING ORDER TABLE FULL - MAINT ABORTED'
                   UPON PRINTER
               CLOSE FILEMSTI
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           PERFORM VARYING UW20SX FROM UW20SO-CNT BY -1
                   UNTIL UW20SX < UW20BS-POS
               MOVE UW20SO-ENT(UW20SX) TO UW20SO-ENT(UW20SX + 1)
           END-PERFORM.
           ADD 1 TO UW20SO-CNT.
           MOVE UW20SOREC TO UW20SO-ENT(UW20BS-POS).
           GO TO LG-20.
       LG-EXIT.
           EXIT.
       LK-REFCHECK SECTION.
       LK-10-REF-CHECK.
           IF FILETXN-PYMTH = SPACES
               GO TO LK-20.
           MOVE 'M' TO UW20RFS-TYPE.
           MOVE FILETXN-PYMTH TO UW20RFS-CODE.
           PERFORM LK-50-LOOKUP THRU LK-59-EXIT.
           IF UW20RF-FOUND = 'N'
               MOVE 'PAYMENT METHOD NOT ON REFERENCE FILE' TO
                   UW20REJ-REASON
               GO TO LK-EXIT.
           IF UW20RF-AVAIL = 'C'
               MOVE 'PAYMENT METHOD CLOSED OR INACTIVE' TO
                   UW20REJ-REASON
               GO TO LK-EXIT.
       LK-20.
           IF FILETXN-BRAC = SPACES
               GO TO LK-EXIT.
           MOVE 'B' TO UW20RFS-TYPE.
           MOVE FILETXN-BRAC TO UW20RFS-CODE.
           PERFORM LK-50-LOOKUP THRU LK-59-EXIT.
           IF UW20RF-FOUND = 'N'
               MOVE 'BRANCH NOT ON REFERENCE FILE' TO UW20REJ-REASON
               GO TO LK-EXIT.
           IF UW20RF-AVAIL = 'C'
               MOVE 'BRANCH CLOSED OR INACTIVE' TO UW20REJ-REASON.
       LK-EXIT.
           EXIT.
       LK-50-LOOKUP.
           MOVE 'N' TO UW20RF-FOUND.
           MOVE 'Y' TO UW20RF-AVAIL.
           PERFORM VARYING UW20RFX FROM 1 BY 1
                   UNTIL UW20RFX > UW20REF-CNT
               IF UW20RF-KEY(UW20RFX) = UW20RF-SRCH
                   MOVE 'Y' TO UW20RF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW20RF-FOUND = 'N'
               GO TO LK-59-EXIT.
           IF UW20RF-ACTIVE(UW20RFX) = 'N'
               MOVE 'C' TO UW20RF-AVAIL
               GO TO LK-59-EXIT.
           IF UW20RF-CLSDT(UW20RFX) > 0 AND
               UW20RF-CLSDT(UW20RFX) NOT GREATER THAN UW20APRWDAY
               MOVE 'C' TO UW20RF-AVAIL.
       LK-59-EXIT.
           EXIT.
       LR-LOADREF SECTION.
       LR-10-LOAD-REF.
           MOVE 0 TO UW20REF-CNT.
           OPEN INPUT FILEREF.
           IF UW20REF-STATUS NOT EQUAL TO '00'
               DISPLAY 'CODE REFERENCE FILE NOT FOUND OR OPEN ERROR - '
                   'MAINT ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LR-20.
           READ FILEREF AT END
               CLOSE FILEREF
               GO TO LR-EXIT.
           IF FILEREFREC = SPACES
               GO TO LR-20.
           IF FILEREF-TYPE NOT EQUAL TO 'B' AND 'M'
               GO TO LR-20.
           IF UW20REF-CNT NOT LESS THAN UW20MAX-REF
               DISPLAY 'CODE REFERENCE TABLE FULL - MAINT ABORTED'
                   UPON PRINTER
               CLOSE FILEREF
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW20REF-CNT.
           MOVE FILEREF-TYPE TO UW20RF-TYPE(UW20REF-CNT).
           MOVE FILEREF-CODE TO UW20RF-CODE(UW20REF-CNT).
           IF FILEREF-CLSDT NUMERIC
               MOVE FILEREF-CLSDT TO UW20RF-CLSDT(UW20REF-CNT)
           ELSE
               MOVE 0 TO UW20RF-CLSDT(UW20REF-CNT).
           IF FILEREF-ACTIVE = 'N'
               MOVE 'N' TO UW20RF-ACTIVE(UW20REF-CNT)
           ELSE
               MOVE 'Y' TO UW20RF-ACTIVE(UW20REF-CNT).
           GO TO LR-20.
       LR-EXIT.
           EXIT.
       LJ-BSEARCH SECTION.
       LJ-10-BSEARCH.
           MOVE 'N' TO UW20BS-FOUND.
           MOVE 1 TO UW20BS-LO.
           MOVE UW20SO-CNT TO UW20BS-HI.
           PERFORM UNTIL UW20BS-LO > UW20BS-HI
               COMPUTE UW20BS-MID = (UW20BS-LO + UW20BS-HI) / 2
               IF UW20SE-SOID(UW20BS-MID) = UW20BS-KEY
                   MOVE 'Y' TO UW20BS-FOUND
                   MOVE UW20BS-MID TO UW20BS-POS
                   GO TO LJ-EXIT
               ELSE
                   IF UW20SE-SOID(UW20BS-MID) < UW20BS-KEY
                       COMPUTE UW20BS-LO = UW20BS-MID + 1
                   ELSE
                       COMPUTE UW20BS-HI = UW20BS-MID - 1
                   END-IF
               END-IF
           END-PERFORM.
           MOVE UW20BS-LO TO UW20BS-POS.
       LJ-EXIT.
           EXIT.
