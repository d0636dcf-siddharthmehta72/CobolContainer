       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTREFM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  FILEMSTI ASSIGN DYNAMIC UW15MSTIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW15MSTI-STATUS.
           SELECT  FILETXN ASSIGN DYNAMIC UW15TXN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW15TXN-STATUS.
           SELECT  FILEMSTO ASSIGN DYNAMIC UW15MSTOUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW15MSTO-STATUS.
           SELECT  FILEAUD ASSIGN DYNAMIC UW15AUD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW15AUD-STATUS.
           SELECT  FILEREJ ASSIGN DYNAMIC UW15REJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW15REJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FILEMSTI
           LABEL RECORDS ARE STANDARD.
       01  FILEMSTIREC.
           03  FILEMSTI-TYPE           PIC X.
           03  FILEMSTI-CODE           PIC X(6).
           03  FILEMSTI-OPNDT          PIC 9(8).
           03  FILEMSTI-CLSDT          PIC 9(8).
           03  FILEMSTI-ACTIVE         PIC X.
           03  FILEMSTI-DESC           PIC X(20).
       FD  FILETXN
           LABEL RECORDS ARE STANDARD.
       01  FILETXNREC.
           03  FILETXN-ACT             PIC X.
           03  FILETXN-TYPE            PIC X.
           03  FILETXN-CODE            PIC X(6).
           03  FILETXN-OPNDT           PIC X(8).
           03  FILETXN-CLSDT           PIC X(8).
           03  FILETXN-ACTIVE          PIC X.
           03  FILETXN-DESC            PIC X(20).
       FD  FILEMSTO
           LABEL RECORDS ARE STANDARD.
       01  FILEMSTOREC.
           03  FILEMSTO-TYPE           PIC X.
           03  FILEMSTO-CODE           PIC X(6).
           03  FILEMSTO-OPNDT          PIC 9(8).
           03  FILEMSTO-CLSDT          PIC 9(8).
           03  FILEMSTO-ACTIVE         PIC X.
           03  FILEMSTO-DESC           PIC X(20).
       FD  FILEAUD
           LABEL RECORDS ARE STANDARD.
       01  FILEAUDREC.
           03  FILEAUD-DATE            PIC 9(8).
           03  FILEAUD-ACT             PIC X.
           03  FILEAUD-KEY             PIC X(7).
           03  FILEAUD-BEFORE          PIC X(44).
           03  FILEAUD-AFTER           PIC X(44).
       FD  FILEREJ
           LABEL RECORDS ARE STANDARD.
       01  FILEREJREC.
           03  FILEREJ-REASON          PIC X(40).
           03  FILEREJ-TXNIMG          PIC X(45).
       WORKING-STORAGE SECTION.
       01  UW15APRWDAY                 PIC 9(8).
       01  UW15MSTIN-NAME              PIC X(80).
       01  UW15TXN-NAME                PIC X(80).
       01  UW15MSTOUT-NAME             PIC X(80).
       01  UW15AUD-NAME                PIC X(80) VALUE
               'TESTREFM.AUDIT.DAT'.
       01  UW15REJ-NAME                PIC X(80) VALUE
               'TESTREFM.REJECT.DAT'.
       01  UW15MSTI-STATUS             PIC XX.
       01  UW15TXN-STATUS              PIC XX.
       01  UW15MSTO-STATUS             PIC XX.
       01  UW15AUD-STATUS              PIC XX.
       01  UW15REJ-STATUS              PIC XX.
       01  UW15MAX-REF                 PIC 9(5) VALUE 2000.
       01  UW15REF-CNT                 PIC 9(5) VALUE 0.
       01  UW15RX                      PIC 9(5).
       01  UW15REF-TAB.
           03  UW15REF-ENT OCCURS 2000 TIMES.
               05  UW15RE-KEY.
                   07  UW15RE-TYPE     PIC X.
                   07  UW15RE-CODE     PIC X(6).
               05  UW15RE-OPNDT        PIC 9(8).
               05  UW15RE-CLSDT        PIC 9(8).
               05  UW15RE-ACTIVE       PIC X.
               05  UW15RE-DESC         PIC X(20).
       01  UW15BS-LO                   PIC 9(5).
       01  UW15BS-HI                   PIC 9(5).
       01  UW15BS-MID                  PIC 9(5).
       01  UW15BS-FOUND                PIC X VALUE 'N'.
       01  UW15BS-POS                  PIC 9(5).
       01  UW15BS-KEY.
           03  UW15BSK-TYPE            PIC X.
           03  UW15BSK-CODE            PIC X(6).
       01  UW15BEFORE-IMG              PIC X(44).
       01  UW15AFTER-IMG               PIC X(44).
       01  UW15REJ-REASON              PIC X(40).
       01  UW15ANY-REJECT              PIC X VALUE 'N'.
       01  UW15TXN-CNT                 PIC 9(8) VALUE 0.
       01  UW15APPL-CNT                PIC 9(8) VALUE 0.
       01  UW15REJ-CNT                 PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       LA-CONTROL SECTION.
       LA-10.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT UW15MSTIN-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW15MSTIN-NAME
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT UW15TXN-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW15TXN-NAME
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT UW15MSTOUT-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW15MSTOUT-NAME
           END-ACCEPT.
           IF UW15TXN-NAME = SPACES OR UW15MSTOUT-NAME = SPACES
               DISPLAY 'USAGE: TESTREFM REFERENCE-IN TXN-FILE '
                   'REFERENCE-OUT' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           DISPLAY 'REFERENCE IN :' UW15MSTIN-NAME UPON PRINTER.
           DISPLAY 'TXN FILE     :' UW15TXN-NAME UPON PRINTER.
           DISPLAY 'REFERENCE OUT:' UW15MSTOUT-NAME UPON PRINTER.
           ACCEPT UW15APRWDAY FROM DATE YYYYMMDD.
           PERFORM LB-MAINT.
           IF RETURN-CODE = 0 AND UW15ANY-REJECT = 'Y'
               MOVE 4 TO RETURN-CODE.
       LA-EXIT.
           STOP RUN.
       LB-MAINT SECTION.
       LB-10.
           PERFORM LG-10-LOAD-REF THRU LG-EXIT.
           OPEN EXTEND FILEAUD.
           IF UW15AUD-STATUS = '35'
               OPEN OUTPUT FILEAUD.
           IF UW15AUD-STATUS NOT EQUAL TO '00'
               DISPLAY 'AUDIT FILE NOT OPENABLE - MAINT ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           OPEN OUTPUT FILEREJ.
           IF UW15REJ-STATUS NOT EQUAL TO '00'
               DISPLAY 'REJECT FILE NOT OPENABLE - MAINT ABORTED'
                   UPON PRINTER
               CLOSE FILEAUD
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           OPEN INPUT FILETXN.
           IF UW15TXN-STATUS NOT EQUAL TO '00'
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
           ADD 1 TO UW15TXN-CNT.
           PERFORM LC-10-APPLY-TXN THRU LC-EXIT.
           GO TO LB-20.
       LB-30.
           CLOSE FILETXN.
           CLOSE FILEREJ.
           CLOSE FILEAUD.
           OPEN OUTPUT FILEMSTO.
           IF UW15MSTO-STATUS NOT EQUAL TO '00'
               DISPLAY 'REFERENCE OUT NOT OPENABLE - MAINT ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           PERFORM LD-10-WRITE-REF THRU LD-EXIT
               VARYING UW15RX FROM 1 BY 1
               UNTIL UW15RX > UW15REF-CNT.
           CLOSE FILEMSTO.
           DISPLAY 'TRANSACTIONS READ   : ' UW15TXN-CNT UPON PRINTER.
           DISPLAY 'TRANSACTIONS APPLIED: ' UW15APPL-CNT UPON PRINTER.
           DISPLAY 'TRANSACTIONS REJECTD: ' UW15REJ-CNT UPON PRINTER.
           DISPLAY 'CODES ON REFERENCE  : ' UW15REF-CNT UPON PRINTER.
       LB-EXIT.
           EXIT.
       LC-APPLY SECTION.
       LC-10-APPLY-TXN.
           MOVE SPACES TO UW15REJ-REASON.
           IF FILETXN-ACT NOT EQUAL TO 'A' AND 'C' AND 'X'
               MOVE 'INVALID ACTION CODE' TO UW15REJ-REASON
               GO TO LC-80-REJECT.
           IF FILETXN-TYPE NOT EQUAL TO 'B' AND 'M'
               MOVE 'INVALID REFERENCE TYPE' TO UW15REJ-REASON
               GO TO LC-80-REJECT.
           IF FILETXN-CODE = SPACES
               MOVE 'REFERENCE CODE MISSING' TO UW15REJ-REASON
               GO TO LC-80-REJECT.
           IF FILETXN-TYPE = 'B' AND FILETXN-CODE NOT NUMERIC
               MOVE 'BRANCH CODE NOT NUMERIC' TO UW15REJ-REASON
               GO TO LC-80-REJECT.
           IF FILETXN-TYPE = 'M' AND FILETXN-CODE(4:3) NOT EQUAL TO
                   SPACES
               MOVE 'PAYMENT METHOD CODE OVER 3 CHARACTERS' TO
                   UW15REJ-REASON
               GO TO LC-80-REJECT.
           IF FILETXN-OPNDT NOT EQUAL TO SPACES AND
               FILETXN-OPNDT NOT NUMERIC
               MOVE 'OPEN DATE NOT NUMERIC' TO UW15REJ-REASON
               GO TO LC-80-REJECT.
           IF FILETXN-CLSDT NOT EQUAL TO SPACES AND
               FILETXN-CLSDT NOT NUMERIC
               MOVE 'CLOSE DATE NOT NUMERIC' TO UW15REJ-REASON
               GO TO LC-80-REJECT.
           IF FILETXN-ACTIVE NOT EQUAL TO 'Y' AND 'N' AND SPACE
               MOVE 'INVALID ACTIVE FLAG' TO UW15REJ-REASON
               GO TO LC-80-REJECT.
           MOVE FILETXN-TYPE TO UW15BSK-TYPE.
           MOVE FILETXN-CODE TO UW15BSK-CODE.
           PERFORM LJ-10-BSEARCH THRU LJ-EXIT.
           EVALUATE FILETXN-ACT
               WHEN 'A'
                   PERFORM LC-20-ADD THRU LC-29-EXIT
               WHEN 'C'
                   PERFORM LC-30-CHANGE THRU LC-39-EXIT
               WHEN 'X'
                   PERFORM LC-40-CLOSE THRU LC-49-EXIT
           END-EVALUATE.
           GO TO LC-EXIT.
       LC-20-ADD.
           IF UW15BS-FOUND = 'Y'
               MOVE 'CODE ALREADY ON REFERENCE FILE' TO UW15REJ-REASON
               GO TO LC-80-REJECT.
           IF FILETXN-OPNDT = SPACES
               MOVE 'OPEN DATE MISSING ON ADD' TO UW15REJ-REASON
               GO TO LC-80-REJECT.
           IF FILETXN-CLSDT NOT EQUAL TO SPACES
               IF FILETXN-CLSDT NOT GREATER THAN FILETXN-OPNDT
                   MOVE 'CLOSE DATE NOT AFTER OPEN DATE' TO
                       UW15REJ-REASON
                   GO TO LC-80-REJECT.
           IF UW15REF-CNT NOT LESS THAN UW15MAX-REF
               DISPLAY 'REFERENCE TABLE FULL - MAINT ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           PERFORM VARYING UW15RX FROM UW15REF-CNT BY -1
                   UNTIL UW15RX < UW15BS-POS
               MOVE UW15REF-ENT(UW15RX) TO UW15REF-ENT(UW15RX + 1)
           END-PERFORM.
           ADD 1 TO UW15REF-CNT.
           MOVE FILETXN-TYPE TO UW15RE-TYPE(UW15BS-POS).
           MOVE FILETXN-CODE TO UW15RE-CODE(UW15BS-POS).
           MOVE FILETXN-OPNDT TO UW15RE-OPNDT(UW15BS-POS).
           IF FILETXN-CLSDT = SPACES
               MOVE 0 TO UW15RE-CLSDT(UW15BS-POS)
           ELSE
               MOVE FILETXN-CLSDT TO UW15RE-CLSDT(UW15BS-POS).
           IF FILETXN-ACTIVE = SPACE
               MOVE 'Y' TO UW15RE-ACTIVE(UW15BS-POS)
           ELSE
               MOVE FILETXN-ACTIVE TO UW15RE-ACTIVE(UW15BS-POS).
           MOVE FILETXN-DESC TO UW15RE-DESC(UW15BS-POS).
           MOVE SPACES TO UW15BEFORE-IMG.
           MOVE UW15REF-ENT(UW15BS-POS) TO UW15AFTER-IMG.
           PERFORM LC-90-AUDIT THRU LC-99-EXIT.
       LC-29-EXIT.
           EXIT.
       LC-30-CHANGE.
           IF UW15BS-FOUND = 'N'
               MOVE 'CODE NOT ON REFERENCE FILE' TO UW15REJ-REASON
               GO TO LC-80-REJECT.
           MOVE UW15REF-ENT(UW15BS-POS) TO UW15BEFORE-IMG.
           IF FILETXN-OPNDT NOT EQUAL TO SPACES
               MOVE FILETXN-OPNDT TO UW15RE-OPNDT(UW15BS-POS).
           IF FILETXN-CLSDT NOT EQUAL TO SPACES
               MOVE FILETXN-CLSDT TO UW15RE-CLSDT(UW15BS-POS).
           IF FILETXN-ACTIVE NOT EQUAL TO SPACE
               MOVE FILETXN-ACTIVE TO UW15RE-ACTIVE(UW15BS-POS).
           IF FILETXN-DESC NOT EQUAL TO SPACES
               MOVE FILETXN-DESC TO UW15RE-DESC(UW15BS-POS).
           IF UW15RE-CLSDT(UW15BS-POS) > 0 AND
               UW15RE-CLSDT(UW15BS-POS) NOT GREATER THAN
                   UW15RE-OPNDT(UW15BS-POS)
               MOVE UW15BEFORE-IMG TO UW15REF-ENT(UW15BS-POS)
               MOVE 'CLOSE DATE NOT AFTER OPEN DATE' TO
                   UW15REJ-REASON
               GO TO LC-80-REJECT.
           MOVE UW15REF-ENT(UW15BS-POS) TO UW15AFTER-IMG.
           PERFORM LC-90-AUDIT THRU LC-99-EXIT.
       LC-39-EXIT.
           EXIT.
       LC-40-CLOSE.
           IF UW15BS-FOUND = 'N'
               MOVE 'CODE NOT ON REFERENCE FILE' TO UW15REJ-REASON
               GO TO LC-80-REJECT.
           MOVE UW15REF-ENT(UW15BS-POS) TO UW15BEFORE-IMG.
           IF FILETXN-CLSDT = SPACES
               MOVE UW15APRWDAY TO UW15RE-CLSDT(UW15BS-POS)
           ELSE
               MOVE FILETXN-CLSDT TO UW15RE-CLSDT(UW15BS-POS).
           IF UW15RE-CLSDT(UW15BS-POS) NOT GREATER THAN
                   UW15RE-OPNDT(UW15BS-POS)
               MOVE UW15BEFORE-IMG TO UW15REF-ENT(UW15BS-POS)
               MOVE 'CLOSE DATE NOT AFTER OPEN DATE' TO
                   UW15REJ-REASON
               GO TO LC-80-REJECT.
           MOVE UW15REF-ENT(UW15BS-POS) TO UW15AFTER-IMG.
           PERFORM LC-90-AUDIT THRU LC-99-EXIT.
       LC-49-EXIT.
           EXIT.
       LC-80-REJECT.
           MOVE 'Y' TO UW15ANY-REJECT.
           ADD 1 TO UW15REJ-CNT.
           MOVE SPACES TO FILEREJREC.
           MOVE UW15REJ-REASON TO FILEREJ-REASON.
           MOVE FILETXNREC TO FILEREJ-TXNIMG.
           WRITE FILEREJREC.
           IF UW15REJ-STATUS NOT EQUAL TO '00'
               DISPLAY 'REJECT FILE WRITE ERROR - MAINT ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LC-EXIT.
           EXIT.
       LC-90-AUDIT.
           ADD 1 TO UW15APPL-CNT.
           MOVE SPACES TO FILEAUDREC.
           MOVE UW15APRWDAY TO FILEAUD-DATE.
           MOVE FILETXN-ACT TO FILEAUD-ACT.
           MOVE UW15BS-KEY TO FILEAUD-KEY.
           MOVE UW15BEFORE-IMG TO FILEAUD-BEFORE.
           MOVE UW15AFTER-IMG TO FILEAUD-AFTER.
           WRITE FILEAUDREC.
           IF UW15AUD-STATUS NOT EQUAL TO '00'
               DISPLAY 'AUDIT FILE WRITE ERROR - MAINT ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LC-99-EXIT.
           EXIT.
       LD-WRITEREF SECTION.
       LD-10-WRITE-REF.
           MOVE SPACES TO FILEMSTOREC.
           MOVE UW15RE-TYPE(UW15RX) TO FILEMSTO-TYPE.
           MOVE UW15RE-CODE(UW15RX) TO FILEMSTO-CODE.
           MOVE UW15RE-OPNDT(UW15RX) TO FILEMSTO-OPNDT.
           MOVE UW15RE-CLSDT(UW15RX) TO FILEMSTO-CLSDT.
           MOVE UW15RE-ACTIVE(UW15RX) TO FILEMSTO-ACTIVE.
           MOVE UW15RE-DESC(UW15RX) TO FILEMSTO-DESC.
           WRITE FILEMSTOREC.
           IF UW15MSTO-STATUS NOT EQUAL TO '00'
               DISPLAY 'REFERENCE OUT WRITE ERROR - MAINT ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LD-EXIT.
           EXIT.
       LG-LOADREF SECTION.
       LG-10-LOAD-REF.
           MOVE 0 TO UW15REF-CNT.
           IF UW15MSTIN-NAME = SPACES
               GO TO LG-EXIT.
           OPEN INPUT FILEMSTI.
           IF UW15MSTI-STATUS NOT EQUAL TO '00'
               DISPLAY 'REFERENCE IN NOT FOUND OR OPEN ERROR - MAINT '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LG-20.
           READ FILEMSTI AT END
               CLOSE FILEMSTI
               GO TO LG-EXIT.
           IF FILEMSTIREC = SPACES
               GO TO LG-20.
           MOVE FILEMSTI-TYPE TO UW15BSK-TYPE.
           MOVE FILEMSTI-CODE TO UW15BSK-CODE.
           PERFORM LJ-10-BSEARCH THRU LJ-EXIT.
           IF UW15BS-FOUND = 'Y'
               DISPLAY 'DUPLICATE CODE ON REFERENCE IN, KEEPING '
                   'FIRST: ' UW15BS-KEY UPON PRINTER
               MOVE 'Y' TO UW15ANY-REJECT
               GO TO LG-20.
           IF UW15REF-CNT NOT LESS THAN UW15MAX-REF
               DISPLAY 'REFERENCE TABLE FULL - MAINT ABORTED'
                   UPON PRINTER
               CLOSE FILEMSTI
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           PERFORM VARYING UW15RX FROM UW15REF-CNT BY -1
                   UNTIL UW15RX < UW15BS-POS
               MOVE UW15REF-ENT(UW15RX) TO UW15REF-ENT(UW15RX + 1)
           END-PERFORM.
           ADD 1 TO UW15REF-CNT.
           MOVE FILEMSTI-TYPE TO UW15RE-TYPE(UW15BS-POS).
           MOVE FILEMSTI-CODE TO UW15RE-CODE(UW15BS-POS).
           IF FILEMSTI-OPNDT NUMERIC
               MOVE FILEMSTI-OPNDT TO UW15RE-OPNDT(UW15BS-POS)
           ELSE
               MOVE 0 TO UW15RE-OPNDT(UW15BS-POS).
           IF FILEMSTI-CLSDT NUMERIC
               MOVE FILEMSTI-CLSDT TO UW15RE-CLSDT(UW15BS-POS)
           ELSE
               MOVE 0 TO UW15RE-CLSDT(UW15BS-POS).
           IF FILEMSTI-ACTIVE = 'N'
               MOVE 'N' TO UW15RE-ACTIVE(UW15BS-POS)
           ELSE
               MOVE 'Y' TO UW15RE-ACTIVE(UW15BS-POS).
           MOVE FILEMSTI-DESC TO UW15RE-DESC(UW15BS-POS).
           GO TO LG-20.
       LG-EXIT.
           EXIT.
       LJ-BSEARCH SECTION.
       LJ-10-BSEARCH.
           MOVE 'N' TO UW15BS-FOUND.
           MOVE 1 TO UW15BS-LO.
           MOVE UW15REF-CNT TO UW15BS-HI.
           PERFORM UNTIL UW15BS-LO > UW15BS-HI
               COMPUTE UW15BS-MID = (UW15BS-LO + UW15BS-HI) / 2
               IF UW15RE-KEY(UW15BS-MID) = UW15BS-KEY
                   MOVE 'Y' TO UW15BS-FOUND
                   MOVE UW15BS-MID TO UW15BS-POS
                   GO TO LJ-EXIT
               ELSE
                   IF UW15RE-KEY(UW15BS-MID) < UW15BS-KEY
                       COMPUTE UW15BS-LO = UW15BS-MID + 1
                   ELSE
                       COMPUTE UW15BS-HI = UW15BS-MID - 1
                   END-IF
               END-IF
           END-PERFORM.
           MOVE UW15BS-LO TO UW15BS-POS.
       LJ-EXIT.
           EXIT.
