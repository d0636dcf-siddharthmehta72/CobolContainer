               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW04RTN-STATUS.
           SELECT  FILEHST ASSIGN DYNAMIC UW04HST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILEHST-KEY
               FILE STATUS IS UW04HST-STATUS.
           SELECT  FILEDIV ASSIGN DYNAMIC UW04DIV-NAME
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
       FD  FILEDIV
           LABEL RECORDS ARE STANDARD.
       01  FILEDIVREC.
       01  UW04BUSDATE                 PIC 9(8).
       01  UW04HSTN-PARM               PIC X(80).
       01  UW04HST-NAME                PIC X(80) VALUE
               'TESTMERGE.HISTORY.IDX'.
       01  UW04DIV-NAME                PIC X(80) VALUE
               'TESTMERGE.BANKRTN.DAT'.
       01  UW04RPT-NAME                PIC X(80) VALUE
       01  UW04MAX-RTN                 PIC 9(5) VALUE 10000.
       01  UW04RTN-CNT                 PIC 9(5) VALUE 0.
       01  UW04RX                      PIC 9(5).
       01  UW04DX                      PIC 9(5).
       01  UW04DUP-CNT                 PIC 9(5).
       01  UW04RTN-TAB.
           03  UW04RTN-ENT OCCURS 10000 TIMES.
               05  UW04RE-ACNO         PIC X(14).
                   'RETURNS ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           PERFORM LC-10-MATCH-ONE THRU LC-EXIT
               VARYING UW04RX FROM 1 BY 1
               UNTIL UW04RX > UW04RTN-CNT.
           CLOSE FILEHST.
           OPEN OUTPUT FILERPT.
           IF UW04RPT-STATUS NOT EQUAL TO '00'
           EXIT.
       LC-MATCH SECTION.
       LC-10-MATCH-ONE.
           MOVE 0 TO UW04DUP-CNT.
           PERFORM VARYING UW04DX FROM 1 BY 1
                   UNTIL UW04DX NOT LESS THAN UW04RX
               IF UW04RE-MATCHED(UW04DX) = 'Y' AND
                   UW04RE-ACNO(UW04DX) = UW04RE-ACNO(UW04RX) AND
                   UW04RE-AMT(UW04DX) = UW04RE-AMT(UW04RX) AND
                   UW04RE-EFDTE(UW04DX) = UW04RE-EFDTE(UW04RX)
                   ADD 1 TO UW04DUP-CNT
               END-IF
           END-PERFORM.
           MOVE UW04RE-ACNO(UW04RX) TO FILEHST-ACNO.
           MOVE UW04RE-EFDTE(UW04RX) TO FILEHST-EFDTE.
           MOVE LOW-VALUES TO FILEHST-SEQ.
           START FILEHST KEY NOT LESS THAN FILEHST-KEY
               INVALID KEY
                   GO TO LC-EXIT.
       LC-20.
           READ FILEHST NEXT RECORD AT END
               GO TO LC-EXIT.
           IF FILEHST-ACNO NOT EQUAL TO UW04RE-ACNO(UW04RX) OR
               FILEHST-EFDTE NOT EQUAL TO UW04RE-EFDTE(UW04RX)
               GO TO LC-EXIT.
           IF FILEHST-AMT NOT EQUAL TO UW04RE-AMT(UW04RX)
               GO TO LC-20.
           IF UW04DUP-CNT > 0
               SUBTRACT 1 FROM UW04DUP-CNT
               GO TO LC-20.
           MOVE 'Y' TO UW04RE-MATCHED(UW04RX).
           MOVE FILEHST-PYMTH TO UW04RE-PYMTH(UW04RX).
           MOVE FILEHST-BRAC TO UW04RE-BRAC(UW04RX).
           MOVE FILEHST-TXNTYP TO UW04RE-TXNTYP(UW04RX).
           MOVE FILEHST-CURCD TO UW04RE-CURCD(UW04RX).
       LC-EXIT.
           EXIT.
       LD-POSTRTN SECTION.
