               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW12PAY-STATUS.
           SELECT  FILEHST ASSIGN DYNAMIC UW12HST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILEHST-KEY
               FILE STATUS IS UW12HST-STATUS.
           SELECT  FILERPT ASSIGN DYNAMIC UW12RPT-NAME
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
               'TESTREPAIR.CARRY.DAT'.
       01  UW12PAY-NAME                PIC X(80).
       01  UW12HST-NAME                PIC X(80) VALUE
               'TESTMERGE.HISTORY.IDX'.
       01  UW12RPT-NAME                PIC X(80) VALUE
               'TESTPTRC.REPORT.DAT'.
       01  UW12DIV-STATUS              PIC XX.
           OPEN INPUT FILEHST.
           IF UW12HST-STATUS NOT EQUAL TO '00'
               GO TO LH-EXIT.
           MOVE UW12ACNO-PARM TO FILEHST-ACNO.
           MOVE LOW-VALUES TO FILEHST-KEY(15:).
           START FILEHST KEY NOT LESS THAN FILEHST-KEY
               INVALID KEY
                   CLOSE FILEHST
                   GO TO LH-EXIT.
       LH-11.
           READ FILEHST NEXT RECORD AT END
               CLOSE FILEHST
               GO TO LH-EXIT.
           IF FILEHST-ACNO NOT EQUAL TO UW12ACNO-PARM
               CLOSE FILEHST
               GO TO LH-EXIT.
           IF UW12STXN-PARM NOT EQUAL TO SPACES AND
               FILEHST-UFSTXN NOT EQUAL TO 0 AND
               FILEHST-UFSTXN NOT EQUAL TO UW12STXN-PARM
               GO TO LH-11.
           MOVE SPACES TO FILERPTREC.
           MOVE 'HISTORY' TO FILERPT-LOC.
           MOVE FILEHST-UFSTXN TO FILERPT-STXN.
           MOVE FILEHST-EFDTE TO FILERPT-EFDTE.
           MOVE FILEHST-AMT TO UW12AMT-ED.
           MOVE UW12AMT-ED TO FILERPT-AMT.
