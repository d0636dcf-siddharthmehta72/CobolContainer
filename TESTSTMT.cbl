       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  FILEHST ASSIGN DYNAMIC UW11HST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILEHST-KEY
               FILE STATUS IS UW11HST-STATUS.
           SELECT  FILEACCT ASSIGN DYNAMIC UW11ACCTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
       FD  FILEHST
           LABEL RECORDS ARE STANDARD.
       01  FILEHSTREC.
           03  FILEHST-KEY.
               05  FILEHST-ACNO        PIC X(14).
               05  FILEHST-EFDTE       PIC 9(8).
               05  FILEHST-SEQ.
                   07  FILEHST-SEQBUS  PIC 9(8).
                   07  FILEHST-SEQCYC  PIC 99.
                   07  FILEHST-SEQNO   PIC 9(8).
           03  FILEHST-RUNDT           PIC 9(8).
           03  FILEHST-PYMTH           PIC X(3).
           03  FILEHST-BRAC            PIC 9(6).
           03  FILEHST-TXNTYP          PIC XX.
           03  FILEHST-AMT             PIC 9(9)V99.
           03  FILEHST-CURCD           PIC XXX.
           03  FILEHST-CYCLE           PIC 99.
           03  FILEHST-UFSTXN          PIC 9(4).
       FD  FILEACCT
           LABEL RECORDS ARE STANDARD.
       01  FILEACCTREC.
       01  UW11FROM-DTE                PIC 9(8).
       01  UW11TO-DTE                  PIC 9(8).
       01  UW11HST-NAME                PIC X(80) VALUE
               'TESTMERGE.HISTORY.IDX'.
       01  UW11STM-NAME                PIC X(80) VALUE
               'TESTSTMT.STMTS.DAT'.
       01  UW11SUM-NAME                PIC X(80) VALUE
       01  UW11BS-FOUND                PIC X VALUE 'N'.
       01  UW11BS-BRAC                 PIC X(6).
       01  UW11BS-NAME                 PIC X(20).
       01  UW11CURR-ACNO               PIC X(14).
       01  UW11ACC-CNT                 PIC 9(8) VALUE 0.
       01  UW11ACC-AMT                 PIC 9(12)V99 VALUE 0.
                   'STATEMENTS ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           OPEN OUTPUT FILESTM.
           IF UW11STM-STATUS NOT EQUAL TO '00'
               DISPLAY 'STATEMENT FILE NOT OPENABLE - STATEMENTS '
                   'ABORTED' UPON PRINTER
               CLOSE FILEHST
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE SPACES TO UW11CURR-ACNO.
           MOVE LOW-VALUES TO FILEHST-KEY.
           START FILEHST KEY NOT LESS THAN FILEHST-KEY
               INVALID KEY
                   GO TO LB-30.
       LB-20.
           READ FILEHST NEXT RECORD AT END
               GO TO LB-30.
           IF FILEHST-EFDTE > UW11TO-DTE
               GO TO LB-22.
           IF FILEHST-EFDTE < UW11FROM-DTE
               GO TO LB-24.
           PERFORM LC-10-STMT-ONE THRU LC-EXIT.
           GO TO LB-20.
       LB-22.
           MOVE HIGH-VALUES TO FILEHST-KEY(15:).
           START FILEHST KEY GREATER THAN FILEHST-KEY
               INVALID KEY
                   GO TO LB-30.
           GO TO LB-20.
       LB-24.
           MOVE UW11FROM-DTE TO FILEHST-EFDTE.
           MOVE LOW-VALUES TO FILEHST-SEQ.
           START FILEHST KEY NOT LESS THAN FILEHST-KEY
               INVALID KEY
                   GO TO LB-30.
           GO TO LB-20.
       LB-30.
           CLOSE FILEHST.
           IF UW11CURR-ACNO NOT EQUAL TO SPACES
               PERFORM LC-50-ACCT-TOTALS THRU LC-59-EXIT.
           CLOSE FILESTM.
           EXIT.
       LC-STMTONE SECTION.
       LC-10-STMT-ONE.
           IF FILEHST-ACNO NOT EQUAL TO UW11CURR-ACNO
               IF UW11CURR-ACNO NOT EQUAL TO SPACES
                   PERFORM LC-50-ACCT-TOTALS THRU LC-59-EXIT
               END-IF
               MOVE FILEHST-ACNO TO UW11CURR-ACNO
               PERFORM LC-20-ACCT-HEADER THRU LC-29-EXIT
           END-IF.
           MOVE SPACES TO FILESTMREC.
           MOVE FILEHST-EFDTE TO FILESTM-EFDTE.
           MOVE FILEHST-RUNDT TO FILESTM-RUNDT.
           MOVE FILEHST-PYMTH TO FILESTM-PYMTH.
           MOVE FILEHST-BRAC TO FILESTM-BRAC.
           MOVE FILEHST-TXNTYP TO FILESTM-TXNTYP.
           MOVE FILEHST-CURCD TO FILESTM-CUR.
           MOVE FILEHST-AMT TO UW11AMT-ED.
           MOVE UW11AMT-ED TO FILESTM-AMT.
           WRITE FILESTMREC.
           IF UW11STM-STATUS NOT EQUAL TO '00'
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW11ACC-CNT.
           ADD FILEHST-AMT TO UW11ACC-AMT.
           ADD 1 TO UW11RUN-CNT.
           ADD FILEHST-AMT TO UW11RUN-AMT.
           PERFORM LC-60-SUB-PM THRU LC-69-EXIT.
           PERFORM LC-70-SUB-BR THRU LC-79-EXIT.
           PERFORM LC-80-SUB-CU THRU LC-89-EXIT.
       LC-60-SUB-PM.
           PERFORM VARYING UW11SX FROM 1 BY 1
                   UNTIL UW11SX > UW11PM-CNT
               IF UW11PE-PM(UW11SX) = FILEHST-PYMTH AND
                   UW11PE-CUR(UW11SX) = FILEHST-CURCD
                   ADD 1 TO UW11PE-CNT(UW11SX)
                   ADD FILEHST-AMT TO UW11PE-AMT(UW11SX)
                   GO TO LC-69-EXIT
               END-IF
           END-PERFORM.
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW11PM-CNT.
           MOVE FILEHST-PYMTH TO UW11PE-PM(UW11PM-CNT).
           MOVE FILEHST-CURCD TO UW11PE-CUR(UW11PM-CNT).
           MOVE 1 TO UW11PE-CNT(UW11PM-CNT).
           MOVE FILEHST-AMT TO UW11PE-AMT(UW11PM-CNT).
       LC-69-EXIT.
           EXIT.
       LC-70-SUB-BR.
           PERFORM VARYING UW11SX FROM 1 BY 1
                   UNTIL UW11SX > UW11BR-CNT
               IF UW11BE-BRAC(UW11SX) = FILEHST-BRAC AND
                   UW11BE-CUR(UW11SX) = FILEHST-CURCD
                   ADD 1 TO UW11BE-CNT(UW11SX)
                   ADD FILEHST-AMT TO UW11BE-AMT(UW11SX)
                   GO TO LC-79-EXIT
               END-IF
           END-PERFORM.
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW11BR-CNT.
           MOVE FILEHST-BRAC TO UW11BE-BRAC(UW11BR-CNT).
           MOVE FILEHST-CURCD TO UW11BE-CUR(UW11BR-CNT).
           MOVE 1 TO UW11BE-CNT(UW11BR-CNT).
           MOVE FILEHST-AMT TO UW11BE-AMT(UW11BR-CNT).
       LC-79-EXIT.
           EXIT.
       LC-80-SUB-CU.
           PERFORM VARYING UW11SX FROM 1 BY 1
                   UNTIL UW11SX > UW11CU-CNT
               IF UW11CE-CUR(UW11SX) = FILEHST-CURCD
                   ADD 1 TO UW11CE-CNT(UW11SX)
                   ADD FILEHST-AMT TO UW11CE-AMT(UW11SX)
                   GO TO LC-89-EXIT
               END-IF
           END-PERFORM.
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW11CU-CNT.
           MOVE FILEHST-CURCD TO UW11CE-CUR(UW11CU-CNT).
           MOVE 1 TO UW11CE-CNT(UW11CU-CNT).
           MOVE FILEHST-AMT TO UW11CE-AMT(UW11CU-CNT).
       LC-89-EXIT.
           EXIT.
       LC-90-PRT-PM.
           WRITE FILESTMREC.
       LC-95-EXIT.
           EXIT.
       LE-SUMMARY SECTION.
       LE-10-RUN-SUMMARY.
           OPEN OUTPUT FILESUM.
