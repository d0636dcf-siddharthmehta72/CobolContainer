           SELECT  FILEREJ ASSIGN DYNAMIC UW03REJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW03REJ-STATUS.
           SELECT  FILEREF ASSIGN DYNAMIC UW03REF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW03REF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FILEMSTI
       01  FILEREJREC.
           03  FILEREJ-REASON          PIC X(40).
           03  FILEREJ-TXNIMG          PIC X(42).
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
       01  UW03APRWDAY                 PIC 9(8).
       01  UW03MSTIN-NAME              PIC X(80).
       01  UW03TXN-CNT                 PIC 9(8) VALUE 0.
       01  UW03APPL-CNT                PIC 9(8) VALUE 0.
       01  UW03REJ-CNT                 PIC 9(8) VALUE 0.
       01  UW03REF-NAME                PIC X(80) VALUE
               'TESTMERGE.REFCODE.DAT'.
       01  UW03REF-STATUS              PIC XX.
       01  UW03MAX-BR                  PIC 9(4) VALUE 2000.
       01  UW03BR-CNT                  PIC 9(4) VALUE 0.
       01  UW03BRX                     PIC 9(4).
       01  UW03BR-TAB.
           03  UW03BR-ENT OCCURS 2000 TIMES.
               05  UW03BE-BRAC         PIC X(6).
               05  UW03BE-CLSDT        PIC 9(8).
               05  UW03BE-ACTIVE       PIC X.
       01  UW03BR-FOUND                PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       LA-CONTROL SECTION.
       LA-10.
       LB-MAINT SECTION.
       LB-10.
           PERFORM LG-10-LOAD-MST THRU LG-EXIT.
           PERFORM LR-10-LOAD-BR THRU LR-EXIT.
           OPEN EXTEND FILEAUD.
           IF UW03AUD-STATUS = '35'
               OPEN OUTPUT FILEAUD.
               FILETXN-BRAC NOT NUMERIC
               MOVE 'BRANCH NOT NUMERIC' TO UW03REJ-REASON
               GO TO LC-80-REJECT.
           IF FILETXN-BRAC NOT EQUAL TO SPACES AND
               FILETXN-ACT NOT EQUAL TO 'X'
               PERFORM LK-10-BR-CHECK THRU LK-EXIT
               IF UW03REJ-REASON NOT EQUAL TO SPACES
                   GO TO LC-80-REJECT.
           MOVE FILETXN-ACNO TO UW03BS-ACNO.
           PERFORM LJ-10-BSEARCH THRU LJ-EXIT.
           EVALUATE FILETXN-ACT
           GO TO LG-20.
       LG-EXIT.
           EXIT.
       LK-BRCHECK SECTION.
       LK-10-BR-CHECK.
           MOVE 'N' TO UW03BR-FOUND.
           PERFORM VARYING UW03BRX FROM 1 BY 1
                   UNTIL UW03BRX > UW03BR-CNT
               IF UW03BE-BRAC(UW03BRX) = FILETXN-BRAC
                   MOVE 'Y' TO UW03BR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW03BR-FOUND = 'N'
               MOVE 'BRANCH NOT ON BRANCH REFERENCE FILE' TO
                   UW03REJ-REASON
               GO TO LK-EXIT.
           IF UW03BE-ACTIVE(UW03BRX) = 'N'
               MOVE 'BRANCH INACTIVE ON BRANCH REFERENCE' TO
                   UW03REJ-REASON
               GO TO LK-EXIT.
           IF UW03BE-CLSDT(UW03BRX) > 0 AND
               UW03BE-CLSDT(UW03BRX) NOT GREATER THAN UW03APRWDAY
               MOVE 'BRANCH CLOSED ON BRANCH REFERENCE FILE' TO
                   UW03REJ-REASON.
       LK-EXIT.
           EXIT.
       LR-LOADBR SECTION.
       LR-10-LOAD-BR.
           MOVE 0 TO UW03BR-CNT.
           OPEN INPUT FILEREF.
           IF UW03REF-STATUS NOT EQUAL TO '00'
               DISPLAY 'CODE REFERENCE FILE NOT FOUND OR OPEN ERROR - '
                   'MAINT ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LR-20.
           READ FILEREF AT END
               CLOSE FILEREF
               GO TO LR-EXIT.
           IF FILEREF-TYPE NOT EQUAL TO 'B'
               GO TO LR-20.
           IF UW03BR-CNT NOT LESS THAN UW03MAX-BR
               DISPLAY 'BRANCH REFERENCE TABLE FULL - MAINT ABORTED'
                   UPON PRINTER
               CLOSE FILEREF
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW03BR-CNT.
           MOVE FILEREF-CODE TO UW03BE-BRAC(UW03BR-CNT).
           IF FILEREF-CLSDT NUMERIC
               MOVE FILEREF-CLSDT TO UW03BE-CLSDT(UW03BR-CNT)
           ELSE
               MOVE 0 TO UW03BE-CLSDT(UW03BR-CNT).
           IF FILEREF-ACTIVE = 'N'
               MOVE 'N' TO UW03BE-ACTIVE(UW03BR-CNT)
           ELSE
               MOVE 'Y' TO UW03BE-ACTIVE(UW03BR-CNT).
           GO TO LR-20.
       LR-EXIT.
           EXIT.
       LJ-BSEARCH SECTION.
       LJ-10-BSEARCH.
           MOVE 'N' TO UW03BS-FOUND.
