       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  FILEHST ASSIGN DYNAMIC UW06HST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILEHST-KEY
               FILE STATUS IS UW06HST-STATUS.
           SELECT  FILERPT ASSIGN DYNAMIC UW06RPT-NAME
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
       FD  FILERPT
           LABEL RECORDS ARE STANDARD.
       01  FILERPTREC.
           03  FILERPT-AMT             PIC X(18).
       WORKING-STORAGE SECTION.
       01  UW06HST-NAME                PIC X(80) VALUE
               'TESTMERGE.HISTORY.IDX'.
       01  UW06RPT-NAME                PIC X(80) VALUE
               'TESTHINQ.REPORT.DAT'.
       01  UW06HST-STATUS              PIC XX.
           MOVE 'CUR' TO FILERPT-CUR.
           MOVE 'AMOUNT' TO FILERPT-AMT.
           WRITE FILERPTREC.
           MOVE UW06ACNO-PARM TO FILEHST-ACNO.
           MOVE UW06FROM-DTE TO FILEHST-EFDTE.
           MOVE LOW-VALUES TO FILEHST-SEQ.
           START FILEHST KEY NOT LESS THAN FILEHST-KEY
               INVALID KEY
                   GO TO LB-30.
       LB-20.
           READ FILEHST NEXT RECORD AT END
               GO TO LB-30.
           IF FILEHST-ACNO NOT EQUAL TO UW06ACNO-PARM OR
               FILEHST-EFDTE > UW06TO-DTE
               GO TO LB-30.
           ADD 1 TO UW06SEL-CNT.
           ADD FILEHST-AMT TO UW06SEL-AMT.
           MOVE SPACES TO FILERPTREC.
       LE-SCANARCH SECTION.
       LE-10-SCAN-ARCH.
           MOVE SPACES TO UW06HST-NAME.
           STRING 'TESTHPURG.ARCHIVE.' UW06ARCYR '.IDX'
               DELIMITED BY SIZE INTO UW06HST-NAME.
           OPEN INPUT FILEHST.
           IF UW06HST-STATUS NOT EQUAL TO '00'
               GO TO LE-EXIT.
           MOVE UW06ACNO-PARM TO FILEHST-ACNO.
           MOVE UW06FROM-DTE TO FILEHST-EFDTE.
           MOVE LOW-VALUES TO FILEHST-SEQ.
           START FILEHST KEY NOT LESS THAN FILEHST-KEY
               INVALID KEY
                   CLOSE FILEHST
                   GO TO LE-EXIT.
       LE-20.
           READ FILEHST NEXT RECORD AT END
               CLOSE FILEHST
               GO TO LE-EXIT.
           IF FILEHST-ACNO NOT EQUAL TO UW06ACNO-PARM OR
               FILEHST-EFDTE > UW06TO-DTE
               CLOSE FILEHST
               GO TO LE-EXIT.
           ADD 1 TO UW06SEL-CNT.
           ADD FILEHST-AMT TO UW06SEL-AMT.
           MOVE SPACES TO FILERPTREC.
