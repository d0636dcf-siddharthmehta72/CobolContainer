               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW01HSW-STATUS.
           SELECT  FILEHST ASSIGN DYNAMIC UW01HST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILEHST-KEY
               FILE STATUS IS UW01HST-STATUS.
           SELECT  FILEST ASSIGN DYNAMIC UW01ST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT  FILEVOID ASSIGN DYNAMIC UW01VOID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW01VOID-STATUS.
           SELECT  FILEREF ASSIGN DYNAMIC UW01REF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW01REF-STATUS.
           SELECT  FILECYC ASSIGN DYNAMIC UW01CYC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW01CYC-STATUS.
           SELECT  FILEDKY ASSIGN DYNAMIC UW01DKY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW01DKY-STATUS.
           SELECT  FILEDKW ASSIGN DYNAMIC UW01DKW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW01DKW-STATUS.
           SELECT  FILEHRN ASSIGN DYNAMIC UW01HRN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW01HRN-STATUS.
           SELECT  FILEHPV ASSIGN DYNAMIC UW01HPV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW01HPV-STATUS.
           SELECT  FILEFXR ASSIGN DYNAMIC UW01FXR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW01FXR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FILECTL
           03  FILEMHFILEMID             PIC XXX.
           03  FILEMHFILEMDT             PIC 9(8).
           03  FILEMHCURCD              PIC XXX.
           03  FILEMHBUSDT              PIC 9(8).
           03  FILEMHCYCLE              PIC 99.
           03  FILEMHCYCTYP             PIC X.
           03  FILLER                  PIC X(44).
       01  FILEMDREC.
           03  FILEMDRECTYP             PIC XXX.
           03  FILEMDUFBAID             PIC X(5).
           03  FILEHLDHRECTYP          PIC XXX.
           03  FILEHLDHFILEID          PIC XXX.
           03  FILEHLDHFILEDT          PIC 9(8).
           03  FILEHLDHCYCLE           PIC 99.
           03  FILEHLDHCARRY           PIC 9(8).
           03  FILLER                  PIC X(48).
       01  FILEHLDDREC                 PIC X(80).
       01  FILEHLDDAMT-REC.
           03  FILLER                  PIC X(42).
           03  FILEHLDD-PAYAMT         PIC 9(9)V99.
           03  FILLER                  PIC X(27).
       01  FILEHLDTREC.
           03  FILEHLDTRECTP           PIC XXX.
           03  FILEHLDTNOREC           PIC 9(8).
           03  FILLER                  PIC X(54).
       FD  FILEHSW
           LABEL RECORDS ARE STANDARD.
       01  FILEHSWREC                  PIC X(79).
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
       FD  FILEST
           LABEL RECORDS ARE STANDARD.
       01  FILESTREC.
           03  FILEST-KEY              PIC X(6).
           03  FILEST-CNT              PIC 9(8).
           03  FILEST-AMT              PIC 9(12)V99.
           03  FILEST-CYCLE            PIC XX.
           03  FILEST-CURCD            PIC XXX.
           03  FILEST-BASEAMT          PIC 9(12)V99.
           03  FILEST-FXMISS           PIC X.
       FD  FILESTW
           LABEL RECORDS ARE STANDARD.
       01  FILESTWREC                  PIC X(57).
       FD  FILEPWK
           LABEL RECORDS ARE STANDARD.
       01  FILEPWKREC                  PIC X(80).
           03  FILEVOID-ACNO           PIC X(14).
           03  FILEVOID-AMT            PIC 9(9)V99.
           03  FILEVOID-EFDTE          PIC 9(8).
       FD  FILEREF
           LABEL RECORDS ARE STANDARD.
       01  FILEREFREC.
           03  FILEREF-TYPE            PIC X.
           03  FILEREF-CODE            PIC X(6).
           03  FILEREF-OPNDT           PIC 9(8).
           03  FILEREF-CLSDT           PIC 9(8).
           03  FILEREF-ACTIVE          PIC X.
           03  FILEREF-DESC            PIC X(20).
       FD  FILECYC
           LABEL RECORDS ARE STANDARD.
       01  FILECYCREC.
           03  FILECYC-BUSDT           PIC 9(8).
           03  FILECYC-CYCLE           PIC 99.
           03  FILECYC-TYPE            PIC X.
           03  FILECYC-RUNDT           PIC 9(8).
           03  FILECYC-CNT             PIC 9(8).
           03  FILECYC-AMT             PIC 9(12)V99.
           03  FILECYC-DSN             PIC X(80).
       FD  FILEDKY
           LABEL RECORDS ARE STANDARD.
       01  FILEDKYREC.
           03  FILEDKY-BUSDT           PIC 9(8).
           03  FILEDKY-CYCLE           PIC 99.
           03  FILEDKY-KEY             PIC X(26).
       FD  FILEDKW
           LABEL RECORDS ARE STANDARD.
       01  FILEDKWREC                  PIC X(36).
       FD  FILEHRN
           LABEL RECORDS ARE STANDARD.
       01  FILEHRNREC                  PIC X(80).
       FD  FILEHPV
           LABEL RECORDS ARE STANDARD.
       01  FILEHPVREC                  PIC X(80).
       FD  FILEFXR
           LABEL RECORDS ARE STANDARD.
       01  FILEFXRREC.
           03  FILEFXR-RATEDT          PIC 9(8).
           03  FILEFXR-CURCD           PIC XXX.
           03  FILEFXR-BASECD          PIC XXX.
           03  FILEFXR-RATE            PIC 9(6)V9(9).
       WORKING-STORAGE SECTION.
       01  UW01APRWDAY             PIC 9(8).
       01  UW01APRWDAYR REDEFINES UW01APRWDAY.
               05  UW01CUE-CD          PIC X(3).
               05  UW01CUE-CNT         PIC 9(8).
               05  UW01CUE-AMT         PIC 9(12)V99.
               05  UW01CUE-BASE        PIC 9(12)V99.
               05  UW01CUE-MISS        PIC X.
       01  UW01FXR-NAME                PIC X(80) VALUE
               'TESTMERGE.FXRATE.DAT'.
       01  UW01FXR-STATUS              PIC XX.
       01  UW01MAX-FXR                 PIC 9(4) VALUE 100.
       01  UW01FXR-CNT                 PIC 9(4) VALUE 0.
       01  UW01FRX                     PIC 9(4).
       01  UW01FXR-TAB.
           03  UW01FXR-ENT OCCURS 100 TIMES.
               05  UW01FXE-CD          PIC XXX.
               05  UW01FXE-RATE        PIC 9(6)V9(9).
       01  UW01BASE-CURCD              PIC XXX VALUE SPACES.
       01  UW01FXC-CURCD               PIC XXX.
       01  UW01FXC-AMT                 PIC 9(12)V99.
       01  UW01FXC-BASE                PIC 9(12)V99.
       01  UW01FXC-MISS                PIC X.
       01  UW01BASE-TOT                PIC 9(12)V99 VALUE 0.
       01  UW01BASE-INCOMP             PIC X VALUE 'N'.
       01  UW01ST-NAME                 PIC X(80) VALUE
               'TESTMERGE.STATS.DAT'.
       01  UW01ST-STATUS               PIC XX.
       01  UW01APPR-ON                 PIC X VALUE 'N'.
       01  UW01APPR-EXEMPT             PIC X VALUE 'N'.
       01  UW01APPR-LIMIT              PIC 9(9)V99 VALUE 0.
       01  UW01APPR-REASON             PIC X(40).
       01  UW01APPR-CNT                PIC 9(8) VALUE 0.
       01  UW01APPR-AMT                PIC 9(12)V99 VALUE 0.
       01  UW01ANY-APPR                PIC X VALUE 'N'.
       01  UW01FHLD-CNT                PIC 9(8) VALUE 0.
       01  UW01FHLD-AMT                PIC 9(12)V99 VALUE 0.
       01  UW01HKP-FAIL                PIC X VALUE 'N'.
       01  UW01CYCLE-PARM              PIC XX.
       01  UW01CYCTYP-PARM             PIC X.
       01  UW01CYCLE                   PIC 99 VALUE 1.
       01  UW01CYCTYP                  PIC X VALUE 'E'.
           88  UW01CYC-INTRADAY            VALUE 'I'.
           88  UW01CYC-ENDOFDAY            VALUE 'E'.
       01  UW01CYC-NAME                PIC X(80) VALUE
               'TESTMERGE.CYCLOG.DAT'.
       01  UW01CYC-STATUS              PIC XX.
       01  UW01CYC-LAST                PIC 99 VALUE 0.
       01  UW01CYC-EOD-DONE            PIC X VALUE 'N'.
       01  UW01HRN-NAME                PIC X(80) VALUE
               'TESTMERGE.HELDRUN.TMP'.
       01  UW01HRN-STATUS              PIC XX.
       01  UW01HRN-OPEN                PIC X VALUE 'N'.
       01  UW01HPV-NAME                PIC X(80) VALUE
               'TESTMERGE.HELDPRV.TMP'.
       01  UW01HPV-STATUS              PIC XX.
       01  UW01HPV-HAVE                PIC X VALUE 'N'.
       01  UW01HLDC-CNT                PIC 9(8) VALUE 0.
       01  UW01HLDC-AMT                PIC 9(12)V99 VALUE 0.
       01  UW01PCDUP-CNT               PIC 9(8) VALUE 0.
       01  UW01PCDUP-AMT               PIC 9(12)V99 VALUE 0.
       01  UW01MAX-CUM                 PIC 9(4) VALUE 500.
       01  UW01CUM-CNT                 PIC 9(4) VALUE 0.
       01  UW01UX                      PIC 9(4).
       01  UW01CUM-HIT                 PIC 9(4).
       01  UW01CUM-FULL                PIC X VALUE 'N'.
       01  UW01CUM-TAB.
           03  UW01CUM-ENT OCCURS 500 TIMES.
               05  UW01CME-TYPE        PIC X.
               05  UW01CME-KEY         PIC X(6).
               05  UW01CME-CUR         PIC XXX.
               05  UW01CME-CNT         PIC 9(8).
               05  UW01CME-AMT         PIC 9(12)V99.
               05  UW01CME-BASE        PIC 9(12)V99.
               05  UW01CME-MISS        PIC X.
       01  UW01CUM-SRCH.
           03  UW01CMS-TYPE            PIC X.
           03  UW01CMS-KEY             PIC X(6).
           03  UW01CMS-CUR             PIC XXX.
           03  UW01CMS-CNT             PIC 9(8).
           03  UW01CMS-AMT             PIC 9(12)V99.
           03  UW01CMS-BASE            PIC 9(12)V99.
           03  UW01CMS-MISS            PIC X.
       01  UW01MAX-STC                 PIC 9(4) VALUE 500.
       01  UW01STC-CNT                 PIC 9(4) VALUE 0.
       01  UW01STC-HIT                 PIC 9(4).
       01  UW01STC-FULL                PIC X VALUE 'N'.
       01  UW01STC-TAB.
           03  UW01STC-ENT OCCURS 500 TIMES.
               05  UW01STCE-TYPE       PIC X.
               05  UW01STCE-KEY        PIC X(6).
               05  UW01STCE-CUR        PIC XXX.
               05  UW01STCE-CNT        PIC 9(8).
               05  UW01STCE-AMT        PIC 9(12)V99.
               05  UW01STCE-BASE       PIC 9(12)V99.
               05  UW01STCE-MISS       PIC X.
       01  UW01STAT-SKIP               PIC X VALUE 'N'.
       01  UW01HSW-NAME                PIC X(80) VALUE
               'TESTMERGE.HISTWRK.TMP'.
       01  UW01HST-NAME                PIC X(80) VALUE
               'TESTMERGE.HISTORY.IDX'.
       01  UW01HSW-STATUS              PIC XX.
       01  UW01HST-STATUS              PIC XX.
       01  UW01HSW-OPEN                PIC X VALUE 'N'.
       01  UW01HST-SEQCNT              PIC 9(8) VALUE 0.
       01  UW01HSTREC.
           03  UW01HST-ACNO            PIC X(14).
           03  UW01HST-EFDTE           PIC 9(8).
           03  UW01HST-SEQBUS          PIC 9(8).
           03  UW01HST-SEQCYC          PIC 99.
           03  UW01HST-SEQNO           PIC 9(8).
           03  UW01HST-RUNDT           PIC 9(8).
           03  UW01HST-PYMTH           PIC X(3).
           03  UW01HST-BRAC            PIC 9(6).
           03  UW01HST-TXNTYP          PIC XX.
           03  UW01HST-AMT             PIC 9(9)V99.
           03  UW01HST-CURCD           PIC XXX.
           03  UW01HST-CYCLE           PIC 99.
           03  UW01HST-UFSTXN          PIC 9(4).

       01  UW01VALID-TXNTYP-LIT         PIC X(8) VALUE
               'CRDRRVAJ'.
       01  UW01VALID-TXNTYP REDEFINES UW01VALID-TXNTYP-LIT.
       01  UW01VALID-CRDBIN-LIT         PIC X(3) VALUE 'CDP'.
       01  UW01VALID-CRDBIN REDEFINES UW01VALID-CRDBIN-LIT.
           03  UW01VC-ENT              PIC X(1) OCCURS 3 TIMES.
       01  UW01VX                      PIC 9(4).
       01  UW01CODE-OK                 PIC X VALUE 'Y'.
       01  UW01REF-NAME                PIC X(80) VALUE
               'TESTMERGE.REFCODE.DAT'.
       01  UW01REF-STATUS              PIC XX.
       01  UW01MAX-REF                 PIC 9(4) VALUE 2000.
       01  UW01REF-CNT                 PIC 9(4) VALUE 0.
       01  UW01RFX                     PIC 9(4).
       01  UW01REF-TAB.
           03  UW01REF-ENT OCCURS 2000 TIMES.
               05  UW01RF-KEY.
                   07  UW01RF-TYPE     PIC X.
                   07  UW01RF-CODE     PIC X(6).
               05  UW01RF-OPNDT        PIC 9(8).
               05  UW01RF-CLSDT        PIC 9(8).
               05  UW01RF-ACTIVE       PIC X.
       01  UW01RF-SRCH.
           03  UW01RFS-TYPE            PIC X.
           03  UW01RFS-CODE            PIC X(6).
       01  UW01RF-FOUND                PIC X VALUE 'N'.
       01  UW01RF-AVAIL                PIC X VALUE 'Y'.
           88  UW01RF-USABLE               VALUE 'Y'.
           88  UW01RF-CLOSED               VALUE 'C'.
           88  UW01RF-NOTOPEN              VALUE 'F'.
       01  UW01REF-REASON              PIC X(40).

       01  UW01BR-NAME                 PIC X(80).
       01  UW01PM-NAME                 PIC X(80).
       01  UW01RV-TEMP                   PIC X(110).
       01  UW01FKEY-USED-TAB.
           03  UW01FKEY-USED OCCURS 500000 TIMES PIC X.
       01  UW01DUP-PRIOR                 PIC X VALUE 'N'.
       01  UW01DKY-NAME                  PIC X(80) VALUE
               'TESTMERGE.DAYKEYS.DAT'.
       01  UW01DKY-STATUS                PIC XX.
       01  UW01DKW-NAME                  PIC X(80) VALUE
               'TESTMERGE.DKEYWRK.TMP'.
       01  UW01DKW-STATUS                PIC XX.
       01  UW01DKW-OPEN                  PIC X VALUE 'N'.
       01  UW01DKY-STALE                 PIC X VALUE 'N'.
       01  UW01DKWREC.
           03  UW01DKW-BUSDT             PIC 9(8).
           03  UW01DKW-CYCLE             PIC 99.
           03  UW01DKW-KEY               PIC X(26).
       01  UW01DKY-CNT                   PIC 9(7) VALUE 0.
       01  UW01DKY-TAB.
           03  UW01DKY-ENT OCCURS 500000 TIMES PIC X(26).

       01  UW01MAX-FILES                PIC 9(4) VALUE 20.
       01  UW01FILE-CNT                 PIC 9(4) VALUE 0.
               ON EXCEPTION
                   MOVE SPACES TO UW01APPRLIM-PARM
           END-ACCEPT.
           MOVE SPACES TO UW01CYCLE-PARM.
           DISPLAY 7 UPON ARGUMENT-NUMBER.
           ACCEPT UW01CYCLE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW01CYCLE-PARM
           END-ACCEPT.
           MOVE SPACES TO UW01CYCTYP-PARM.
           DISPLAY 8 UPON ARGUMENT-NUMBER.
           ACCEPT UW01CYCTYP-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW01CYCTYP-PARM
           END-ACCEPT.
           IF UW01APPRLIM-PARM NOT EQUAL TO SPACES
               MOVE 0 TO UW01APPRLIM-BAD
               INSPECT UW01APPRLIM-PARM TALLYING UW01APPRLIM-BAD
                   MOVE 'Y' TO UW01APPR-ON
                   COMPUTE UW01APPR-LIMIT =
                       FUNCTION NUMVAL(UW01APPRLIM-PARM).
           IF UW01CYCLE-PARM NOT EQUAL TO SPACES
               IF UW01CYCLE-PARM NUMERIC AND
                   UW01CYCLE-PARM NOT EQUAL TO '00'
                   MOVE UW01CYCLE-PARM TO UW01CYCLE
               ELSE
                   DISPLAY 'MERGE CYCLE MUST BE 01 TO 99' UPON PRINTER
                   MOVE 8 TO RETURN-CODE
                   GO TO LA-EXIT.
           IF UW01CYCTYP-PARM NOT EQUAL TO SPACES
               IF UW01CYCTYP-PARM = 'I' OR 'E'
                   MOVE UW01CYCTYP-PARM TO UW01CYCTYP
               ELSE
                   DISPLAY 'CYCLE TYPE MUST BE I (INTRADAY) OR E '
                       '(END OF DAY)' UPON PRINTER
                   MOVE 8 TO RETURN-CODE
                   GO TO LA-EXIT.

           DISPLAY 'CONTROL FILE:' UW01CTLFILE-NAME UPON PRINTER.
           DISPLAY 'OUTPUT FILE :' UW01OUTFILE-NAME UPON PRINTER.
               DISPLAY 'HOLD FILE     :' UW01STPFILE-NAME UPON PRINTER.
           IF UW01APPR-ON = 'Y'
               DISPLAY 'APPROVAL LIMIT:' UW01APPR-LIMIT UPON PRINTER.
           DISPLAY 'MERGE CYCLE   :' UW01CYCLE ' ' UW01CYCTYP
               UPON PRINTER.

           PERFORM LB-MERGE.
       LA-EXIT.
       LB-MERGE SECTION.
       LB-05.
           MOVE 0 TO UW01FILE-CNT.
           ACCEPT UW01APRWDAYR FROM DATE YYYYMMDD.
           IF UW01BUSDATE-PARM NOT EQUAL TO SPACES
               MOVE UW01BUSDATE-PARM TO UW01BUSDATE
               MOVE UW01BUSDATE TO UW01EFF-CUTOFF
           ELSE
               MOVE UW01APRWDAY TO UW01EFF-CUTOFF.
           PERFORM LS-10-CHECK-CYCLE THRU LS-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-EXIT.
           OPEN OUTPUT FILEREJ.
           CLOSE FILEREJ.
           OPEN OUTPUT FILEDUP.
               MOVE 'Y' TO UW01HOLD-ON
               PERFORM LI-10-LOAD-STOP THRU LI-EXIT.
           PERFORM LJ-10-LOAD-HOL THRU LJ-EXIT.
           PERFORM LU-10-LOAD-FXR THRU LU-EXIT.
           PERFORM LR-10-LOAD-REF THRU LR-EXIT.
           PERFORM LT-10-LOAD-DKEYS THRU LT-EXIT.
           IF UW01CTLFILE-NAME = SPACES
               DISPLAY 'NO CONTROL FILE SUPPLIED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
                   PERFORM LE-10-BACKOUT
                   GO TO LB-EXIT
               END-IF.
           MOVE SPACES TO UW01HLD-NAME.
           STRING 'TESTMERGE.HELD.' UW01EFF-CUTOFF '.DAT'
               DELIMITED BY SIZE INTO UW01HLD-NAME.
           PERFORM VARYING UW01FX FROM 1 BY 1
                   UNTIL UW01FX > UW01FILE-CNT
               IF UW01FE-DSN(UW01FX) = UW01HLD-NAME
                   DISPLAY 'HELD FILE FOR CURRENT BUSINESS DATE IN '
                       'CONTROL FILE - MERGE ABORTED' UPON PRINTER
                   MOVE 8 TO RETURN-CODE
                   PERFORM LE-10-BACKOUT
                   GO TO LB-EXIT
               END-IF
           END-PERFORM.
       LB-10.
           OPEN OUTPUT FILEMPAY.
           IF UW01MPAY-STATUS NOT EQUAL TO '00'
           MOVE SPACES TO FILEMHREC.
           MOVE 'HDM'     TO FILEMHRECTYP.
           MOVE 'MRG'     TO FILEMHFILEMID.
           MOVE UW01APRWDAYR TO FILEMHFILEMDT.
           MOVE UW01EFF-CUTOFF TO FILEMHBUSDT.
           MOVE UW01CYCLE TO FILEMHCYCLE.
           MOVE UW01CYCTYP TO FILEMHCYCTYP.
           WRITE FILEMHREC.
           IF UW01MPAY-STATUS NOT EQUAL TO '00'
               DISPLAY 'FILEMPAY WRITE ERROR - MERGE ABORTED' UPON
               GO TO LB-EXIT.
           MOVE 0 TO UW01CNTTR.
           MOVE 0 TO UW01TOTAMT.
           OPEN OUTPUT FILEPND.
           IF UW01PND-STATUS NOT EQUAL TO '00'
               DISPLAY 'PENDING PAYMENTS FILE NOT OPENABLE - MERGE '
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           MOVE 'Y' TO UW01HSW-OPEN.
           OPEN OUTPUT FILEDKW.
           IF UW01DKW-STATUS NOT EQUAL TO '00'
               DISPLAY 'DAY KEY STAGING FILE NOT OPENABLE - MERGE '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           MOVE 'Y' TO UW01DKW-OPEN.
           IF UW01APPR-ON = 'Y'
               OPEN OUTPUT FILEAWK
               IF UW01AWK-STATUS NOT EQUAL TO '00'
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           IF UW01HOLD-ON = 'Y'
               PERFORM LQ-10-CARRY-HELD THRU LQ-EXIT.
       LB-20.
           PERFORM LC-10 THRU LC-EXIT VARYING UW01FX FROM 1 BY 1
               UNTIL UW01FX > UW01FILE-CNT.
               END-IF
               CLOSE FILEPND
               MOVE 'N' TO UW01PND-OPEN.
           IF UW01HRN-OPEN = 'Y'
               PERFORM LQ-20-WRITE-HELD THRU LQ-29-EXIT.
           IF UW01BR-OPEN = 'Y'
               CLOSE FILEBR
               MOVE 'N' TO UW01BR-OPEN.
               CLOSE FILEHSW
               MOVE 'N' TO UW01HSW-OPEN
               PERFORM LM-10-COMMIT-HIST THRU LM-EXIT.
           IF UW01DKW-OPEN = 'Y'
               CLOSE FILEDKW
               MOVE 'N' TO UW01DKW-OPEN
               PERFORM LT-50-COMMIT-DKEYS THRU LT-59-EXIT.
           IF UW01AWK-OPEN = 'Y'
               CLOSE FILEAWK
               MOVE 'N' TO UW01AWK-OPEN
               UW01ANY-APPR = 'Y'
               MOVE 4 TO RETURN-CODE.
           PERFORM LN-10-WRITE-STATS THRU LN-EXIT.
           PERFORM LS-20-LOG-CYCLE THRU LS-29-EXIT.
           PERFORM LD-10-OPEN-REPORT.
           PERFORM LD-20-REPORT-LINE VARYING UW01FX FROM 1 BY 1
               UNTIL UW01FX > UW01FILE-CNT.
           IF UW01HSW-OPEN = 'Y'
               CLOSE FILEHSW
               MOVE 'N' TO UW01HSW-OPEN.
           IF UW01DKW-OPEN = 'Y'
               CLOSE FILEDKW
               MOVE 'N' TO UW01DKW-OPEN.
           IF UW01HRN-OPEN = 'Y'
               CLOSE FILEHRN
               MOVE 'N' TO UW01HRN-OPEN.
           IF UW01AWK-OPEN = 'Y'
               CLOSE FILEAWK
               MOVE 'N' TO UW01AWK-OPEN.
                   'ARCHIVED' UPON PRINTER
               MOVE 'Y' TO UW01HKP-FAIL
               GO TO LM-EXIT.
           OPEN I-O FILEHST.
           IF UW01HST-STATUS = '35'
               OPEN OUTPUT FILEHST.
           IF UW01HST-STATUS NOT EQUAL TO '00'
               GO TO LM-30.
           MOVE FILEHSWREC TO FILEHSTREC.
           WRITE FILEHSTREC.
           IF UW01HST-STATUS = '22'
               DISPLAY 'HISTORY KEY ALREADY ON FILE - HISTORY '
                   'INCOMPLETE ' FILEHST-KEY UPON PRINTER
               CLOSE FILEHSW
               CLOSE FILEHST
               MOVE 'Y' TO UW01HKP-FAIL
               GO TO LM-EXIT.
           IF UW01HST-STATUS NOT EQUAL TO '00'
               DISPLAY 'HISTORY FILE WRITE ERROR - HISTORY '
                   'INCOMPLETE' UPON PRINTER
           CLOSE FILEAPP.
       LP-EXIT.
           EXIT.
       LQ-HELDCYC SECTION.
       LQ-10-CARRY-HELD.
           MOVE 0 TO UW01HLDC-CNT.
           MOVE 0 TO UW01HLDC-AMT.
           OPEN OUTPUT FILEHRN.
           IF UW01HRN-STATUS NOT EQUAL TO '00'
               DISPLAY 'HELD STAGING FILE NOT OPENABLE - MERGE '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           MOVE 'Y' TO UW01HRN-OPEN.
           OPEN INPUT FILEHLD.
           IF UW01HLD-STATUS = '35'
               GO TO LQ-EXIT.
           IF UW01HLD-STATUS NOT EQUAL TO '00'
               DISPLAY 'HELD PAYMENTS FILE NOT READABLE - MERGE '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           OPEN OUTPUT FILEHPV.
           IF UW01HPV-STATUS NOT EQUAL TO '00'
               DISPLAY 'HELD BACKUP FILE NOT OPENABLE - MERGE '
                   'ABORTED' UPON PRINTER
               CLOSE FILEHLD
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
       LQ-11.
           READ FILEHLD AT END
               CLOSE FILEHLD
               CLOSE FILEHPV
               MOVE 'Y' TO UW01HPV-HAVE
               GO TO LQ-12.
           MOVE FILEHLDDREC TO FILEHPVREC.
           WRITE FILEHPVREC.
           IF UW01HPV-STATUS NOT EQUAL TO '00'
               DISPLAY 'HELD BACKUP WRITE ERROR - MERGE ABORTED'
                   UPON PRINTER
               CLOSE FILEHLD
               CLOSE FILEHPV
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           IF FILEHLDDREC(1:2) NOT EQUAL TO 'DT'
               GO TO LQ-11.
           MOVE FILEHLDDREC TO FILEHRNREC.
           WRITE FILEHRNREC.
           IF UW01HRN-STATUS NOT EQUAL TO '00'
               DISPLAY 'HELD STAGING WRITE ERROR - MERGE ABORTED'
                   UPON PRINTER
               CLOSE FILEHLD
               CLOSE FILEHPV
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           ADD 1 TO UW01HLDC-CNT.
           IF FILEHLDD-PAYAMT NUMERIC
               ADD FILEHLDD-PAYAMT TO UW01HLDC-AMT.
           GO TO LQ-11.
       LQ-12.
           IF UW01HLDC-CNT > 0
               DISPLAY 'HELD FROM EARLIER CYCLES:' UW01HLDC-CNT
                   UPON PRINTER.
       LQ-EXIT.
           EXIT.
       LQ-20-WRITE-HELD.
           CLOSE FILEHRN.
           MOVE 'N' TO UW01HRN-OPEN.
           OPEN INPUT FILEHRN.
           IF UW01HRN-STATUS NOT EQUAL TO '00'
               DISPLAY 'HELD STAGING NOT READABLE - MERGE ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           OPEN OUTPUT FILEHLD.
           IF UW01HLD-STATUS NOT EQUAL TO '00'
               DISPLAY 'HELD PAYMENTS FILE NOT OPENABLE - MERGE '
                   'ABORTED' UPON PRINTER
               CLOSE FILEHRN
               GO TO LQ-28.
           MOVE 'Y' TO UW01HLD-OPEN.
           MOVE SPACES TO FILEHLDHREC.
           MOVE 'HDH' TO FILEHLDHRECTYP.
           MOVE 'FLH' TO FILEHLDHFILEID.
           MOVE UW01EFF-CUTOFF TO FILEHLDHFILEDT.
           MOVE UW01CYCLE TO FILEHLDHCYCLE.
           MOVE UW01HLDC-CNT TO FILEHLDHCARRY.
           WRITE FILEHLDHREC.
           IF UW01HLD-STATUS NOT EQUAL TO '00'
               DISPLAY 'HELD PAYMENTS FILE WRITE ERROR - MERGE '
                   'ABORTED' UPON PRINTER
               CLOSE FILEHRN
               GO TO LQ-28.
       LQ-21.
           READ FILEHRN AT END
               CLOSE FILEHRN
               GO TO LQ-22.
           MOVE FILEHRNREC TO FILEHLDDREC.
           WRITE FILEHLDDREC.
           IF UW01HLD-STATUS NOT EQUAL TO '00'
               DISPLAY 'HELD PAYMENTS FILE WRITE ERROR - MERGE '
                   'ABORTED' UPON PRINTER
               CLOSE FILEHRN
               GO TO LQ-28.
           GO TO LQ-21.
       LQ-22.
           MOVE SPACES TO FILEHLDTREC.
           MOVE 'FTH' TO FILEHLDTRECTP.
           COMPUTE FILEHLDTNOREC = UW01HLD-CNT + UW01HLDC-CNT.
           MOVE '+' TO FILEHLDTSIGN.
           COMPUTE FILEHLDTTOTAMT = UW01HLD-AMT + UW01HLDC-AMT.
           WRITE FILEHLDTREC.
           IF UW01HLD-STATUS NOT EQUAL TO '00'
               DISPLAY 'HELD PAYMENTS FILE WRITE ERROR - MERGE '
                   'ABORTED' UPON PRINTER
               GO TO LQ-28.
           CLOSE FILEHLD.
           MOVE 'N' TO UW01HLD-OPEN.
           GO TO LQ-29-EXIT.
       LQ-28.
           IF UW01HLD-OPEN = 'Y'
               CLOSE FILEHLD
               MOVE 'N' TO UW01HLD-OPEN.
           IF UW01HPV-HAVE = 'Y'
               DISPLAY 'RESTORE HELD FILE ' UW01HLD-NAME UPON PRINTER
               DISPLAY 'FROM ' UW01HPV-NAME UPON PRINTER
           ELSE
               DELETE FILE FILEHLD
               DISPLAY 'PARTIAL HELD FILE BACKED OUT' UPON PRINTER.
           MOVE 8 TO RETURN-CODE.
           PERFORM LE-10-BACKOUT.
           GO TO LB-EXIT.
       LQ-29-EXIT.
           EXIT.
       LS-CYCLOG SECTION.
       LS-10-CHECK-CYCLE.
           MOVE 0 TO UW01CYC-LAST.
           MOVE 'N' TO UW01CYC-EOD-DONE.
           OPEN INPUT FILECYC.
           IF UW01CYC-STATUS = '35'
               GO TO LS-EXIT.
           IF UW01CYC-STATUS NOT EQUAL TO '00'
               DISPLAY 'CYCLE LOG NOT READABLE - MERGE ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LS-EXIT.
       LS-11.
           READ FILECYC AT END
               CLOSE FILECYC
               GO TO LS-12.
           IF FILECYC-BUSDT NOT EQUAL TO UW01EFF-CUTOFF
               GO TO LS-11.
           IF FILECYC-CYCLE > UW01CYC-LAST
               MOVE FILECYC-CYCLE TO UW01CYC-LAST.
           IF FILECYC-TYPE = 'E'
               MOVE 'Y' TO UW01CYC-EOD-DONE.
           GO TO LS-11.
       LS-12.
           IF UW01CYC-EOD-DONE = 'Y'
               DISPLAY 'END OF DAY CYCLE ALREADY COMPLETED FOR '
                   UW01EFF-CUTOFF ' - MERGE ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LS-EXIT.
           IF UW01CYCLE NOT GREATER THAN UW01CYC-LAST
               DISPLAY 'CYCLE ' UW01CYCLE ' NOT AFTER LAST COMPLETED '
                   'CYCLE ' UW01CYC-LAST ' FOR ' UW01EFF-CUTOFF
                   ' - MERGE ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE.
       LS-EXIT.
           EXIT.
       LS-20-LOG-CYCLE.
           OPEN EXTEND FILECYC.
           IF UW01CYC-STATUS = '35'
               OPEN OUTPUT FILECYC.
           IF UW01CYC-STATUS NOT EQUAL TO '00'
               DISPLAY 'CYCLE LOG NOT WRITABLE - CYCLE ' UW01CYCLE
                   ' NOT RECORDED' UPON PRINTER
               MOVE 'Y' TO UW01HKP-FAIL
               GO TO LS-29-EXIT.
           MOVE SPACES TO FILECYCREC.
           MOVE UW01EFF-CUTOFF TO FILECYC-BUSDT.
           MOVE UW01CYCLE TO FILECYC-CYCLE.
           MOVE UW01CYCTYP TO FILECYC-TYPE.
           MOVE UW01APRWDAY TO FILECYC-RUNDT.
           MOVE UW01CNTTR TO FILECYC-CNT.
           MOVE UW01TOTAMT TO FILECYC-AMT.
           MOVE UW01OUTFILE-NAME TO FILECYC-DSN.
           WRITE FILECYCREC.
           IF UW01CYC-STATUS NOT EQUAL TO '00'
               DISPLAY 'CYCLE LOG WRITE ERROR - CYCLE ' UW01CYCLE
                   ' NOT RECORDED' UPON PRINTER
               MOVE 'Y' TO UW01HKP-FAIL.
           CLOSE FILECYC.
       LS-29-EXIT.
           EXIT.
       LT-DAYKEYS SECTION.
       LT-10-LOAD-DKEYS.
           MOVE 0 TO UW01DKY-CNT.
           MOVE 0 TO UW01FKEY-CNT.
           MOVE 'N' TO UW01DKY-STALE.
           OPEN INPUT FILEDKY.
           IF UW01DKY-STATUS = '35'
               GO TO LT-EXIT.
           IF UW01DKY-STATUS NOT EQUAL TO '00'
               DISPLAY 'DAY KEY FILE NOT READABLE - MERGE ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
       LT-20.
           READ FILEDKY AT END
               CLOSE FILEDKY
               GO TO LT-30.
           IF FILEDKY-BUSDT NOT EQUAL TO UW01EFF-CUTOFF
               MOVE 'Y' TO UW01DKY-STALE
               GO TO LT-20.
           IF UW01FKEY-CNT NOT LESS THAN UW01MAX-KEYS
               DISPLAY 'DUPLICATE KEY TABLE FULL - MERGE ABORTED'
                   UPON PRINTER
               CLOSE FILEDKY
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           ADD 1 TO UW01FKEY-CNT.
           MOVE FILEDKY-KEY TO UW01FKEY-ENT(UW01FKEY-CNT).
           GO TO LT-20.
       LT-30.
           IF UW01FKEY-CNT = 0
               GO TO LT-EXIT.
           PERFORM LC-41-FKEY-SORT THRU LC-41-EXIT.
           MOVE 1 TO UW01DKY-CNT.
           MOVE UW01FKEY-ENT(1) TO UW01DKY-ENT(1).
           PERFORM VARYING UW01KX FROM 2 BY 1
                   UNTIL UW01KX > UW01FKEY-CNT
               IF UW01FKEY-ENT(UW01KX) NOT EQUAL TO
                   UW01DKY-ENT(UW01DKY-CNT)
                   ADD 1 TO UW01DKY-CNT
                   MOVE UW01FKEY-ENT(UW01KX) TO
                       UW01DKY-ENT(UW01DKY-CNT)
               END-IF
           END-PERFORM.
           MOVE 0 TO UW01FKEY-CNT.
           DISPLAY 'KEYS FROM EARLIER CYCLES:' UW01DKY-CNT
               UPON PRINTER.
       LT-EXIT.
           EXIT.
       LT-50-COMMIT-DKEYS.
           IF UW01DKY-STALE = 'N'
               GO TO LT-55.
           OPEN EXTEND FILEDKW.
           IF UW01DKW-STATUS NOT EQUAL TO '00'
               DISPLAY 'DAY KEY STAGING NOT OPENABLE - DAY KEYS NOT '
                   'RECORDED' UPON PRINTER
               MOVE 'Y' TO UW01HKP-FAIL
               GO TO LT-59-EXIT.
           OPEN INPUT FILEDKY.
           IF UW01DKY-STATUS NOT EQUAL TO '00'
               DISPLAY 'DAY KEY FILE NOT READABLE - DAY KEYS NOT '
                   'RECORDED' UPON PRINTER
               CLOSE FILEDKW
               MOVE 'Y' TO UW01HKP-FAIL
               GO TO LT-59-EXIT.
       LT-51.
           READ FILEDKY AT END
               CLOSE FILEDKY
               CLOSE FILEDKW
               GO TO LT-52.
           IF FILEDKY-BUSDT NOT EQUAL TO UW01EFF-CUTOFF
               GO TO LT-51.
           MOVE FILEDKYREC TO FILEDKWREC.
           WRITE FILEDKWREC.
           IF UW01DKW-STATUS NOT EQUAL TO '00'
               DISPLAY 'DAY KEY STAGING WRITE ERROR - DAY KEYS NOT '
                   'RECORDED' UPON PRINTER
               CLOSE FILEDKY
               CLOSE FILEDKW
               MOVE 'Y' TO UW01HKP-FAIL
               GO TO LT-59-EXIT.
           GO TO LT-51.
       LT-52.
           OPEN INPUT FILEDKW.
           IF UW01DKW-STATUS NOT EQUAL TO '00'
               DISPLAY 'DAY KEY STAGING NOT READABLE - DAY KEYS NOT '
                   'RECORDED' UPON PRINTER
               MOVE 'Y' TO UW01HKP-FAIL
               GO TO LT-59-EXIT.
           OPEN OUTPUT FILEDKY.
           GO TO LT-56.
       LT-55.
           OPEN INPUT FILEDKW.
           IF UW01DKW-STATUS NOT EQUAL TO '00'
               DISPLAY 'DAY KEY STAGING NOT READABLE - DAY KEYS NOT '
                   'RECORDED' UPON PRINTER
               MOVE 'Y' TO UW01HKP-FAIL
               GO TO LT-59-EXIT.
           OPEN EXTEND FILEDKY.
           IF UW01DKY-STATUS = '35'
               OPEN OUTPUT FILEDKY.
       LT-56.
           IF UW01DKY-STATUS NOT EQUAL TO '00'
               DISPLAY 'DAY KEY FILE NOT WRITABLE - DAY KEYS REMAIN IN '
                   UW01DKW-NAME UPON PRINTER
               CLOSE FILEDKW
               MOVE 'Y' TO UW01HKP-FAIL
               GO TO LT-59-EXIT.
       LT-57.
           READ FILEDKW AT END
               CLOSE FILEDKW
               CLOSE FILEDKY
               GO TO LT-59-EXIT.
           MOVE FILEDKWREC TO FILEDKYREC.
           WRITE FILEDKYREC.
           IF UW01DKY-STATUS NOT EQUAL TO '00'
               DISPLAY 'DAY KEY FILE WRITE ERROR - DAY KEYS '
                   'INCOMPLETE' UPON PRINTER
               CLOSE FILEDKW
               CLOSE FILEDKY
               MOVE 'Y' TO UW01HKP-FAIL
               GO TO LT-59-EXIT.
           GO TO LT-57.
       LT-59-EXIT.
           EXIT.
       LN-STATS SECTION.
       LN-10-WRITE-STATS.
           MOVE 0 TO UW01CUM-CNT.
           PERFORM LN-50-DROP-TODAY THRU LN-59-EXIT.
           IF UW01STAT-SKIP = 'Y'
               GO TO LN-EXIT.
                   'RECORDED' UPON PRINTER
               MOVE 'Y' TO UW01HKP-FAIL
               GO TO LN-EXIT.
           PERFORM LN-20-STAT-CYC THRU LN-29-EXIT
               VARYING UW01SX FROM 1 BY 1
               UNTIL UW01SX > UW01STC-CNT.
           PERFORM LN-40-STAT-CUM THRU LN-49-EXIT
               VARYING UW01UX FROM 1 BY 1
               UNTIL UW01UX > UW01CUM-CNT.
           CLOSE FILEST.
       LN-EXIT.
           EXIT.
       LN-20-STAT-CYC.
           MOVE SPACES TO FILESTREC.
           MOVE UW01EFF-CUTOFF TO FILEST-RUNDT.
           MOVE UW01STCE-TYPE(UW01SX) TO FILEST-TYPE.
           MOVE UW01STCE-KEY(UW01SX) TO FILEST-KEY.
           MOVE UW01STCE-CNT(UW01SX) TO FILEST-CNT.
           MOVE UW01STCE-AMT(UW01SX) TO FILEST-AMT.
           MOVE UW01CYCLE TO FILEST-CYCLE.
           MOVE UW01STCE-CUR(UW01SX) TO FILEST-CURCD.
           MOVE UW01STCE-BASE(UW01SX) TO FILEST-BASEAMT.
           MOVE UW01STCE-MISS(UW01SX) TO FILEST-FXMISS.
           WRITE FILESTREC.
           IF UW01ST-STATUS NOT EQUAL TO '00'
               DISPLAY 'STATISTICS FILE WRITE ERROR' UPON PRINTER
               MOVE 'Y' TO UW01HKP-FAIL
               CLOSE FILEST
               GO TO LN-EXIT.
           MOVE FILEST-TYPE TO UW01CMS-TYPE.
           MOVE FILEST-KEY TO UW01CMS-KEY.
           MOVE FILEST-CURCD TO UW01CMS-CUR.
           MOVE FILEST-CNT TO UW01CMS-CNT.
           MOVE FILEST-AMT TO UW01CMS-AMT.
           MOVE FILEST-BASEAMT TO UW01CMS-BASE.
           MOVE FILEST-FXMISS TO UW01CMS-MISS.
           PERFORM LN-60-CUM-ADD THRU LN-69-EXIT.
       LN-29-EXIT.
           EXIT.
       LN-40-STAT-CUM.
           MOVE SPACES TO FILESTREC.
           MOVE UW01EFF-CUTOFF TO FILEST-RUNDT.
           MOVE UW01CME-TYPE(UW01UX) TO FILEST-TYPE.
           MOVE UW01CME-KEY(UW01UX) TO FILEST-KEY.
           MOVE UW01CME-CNT(UW01UX) TO FILEST-CNT.
           MOVE UW01CME-AMT(UW01UX) TO FILEST-AMT.
           MOVE '00' TO FILEST-CYCLE.
           MOVE UW01CME-CUR(UW01UX) TO FILEST-CURCD.
           MOVE UW01CME-BASE(UW01UX) TO FILEST-BASEAMT.
           MOVE UW01CME-MISS(UW01UX) TO FILEST-FXMISS.
           WRITE FILESTREC.
           IF UW01ST-STATUS NOT EQUAL TO '00'
               DISPLAY 'STATISTICS FILE WRITE ERROR' UPON PRINTER
               MOVE 'Y' TO UW01HKP-FAIL
               CLOSE FILEST
               GO TO LN-EXIT.
       LN-49-EXIT.
           EXIT.
       LN-50-DROP-TODAY.
           OPEN INPUT FILEST.
               CLOSE FILESTW
               GO TO LN-52.
           IF FILEST-RUNDT = UW01EFF-CUTOFF
               IF FILEST-CYCLE = UW01CYCLE OR FILEST-CYCLE = '00' OR
                   FILEST-CYCLE = SPACES
                   GO TO LN-51
               ELSE
                   MOVE FILEST-TYPE TO UW01CMS-TYPE
                   MOVE FILEST-KEY TO UW01CMS-KEY
                   MOVE FILEST-CURCD TO UW01CMS-CUR
                   MOVE FILEST-CNT TO UW01CMS-CNT
                   MOVE FILEST-AMT TO UW01CMS-AMT
                   IF FILEST-FXMISS = 'N'
                       MOVE FILEST-BASEAMT TO UW01CMS-BASE
                       MOVE 'N' TO UW01CMS-MISS
                   ELSE
                       MOVE 0 TO UW01CMS-BASE
                       MOVE 'Y' TO UW01CMS-MISS
                   END-IF
                   PERFORM LN-60-CUM-ADD THRU LN-69-EXIT.
           MOVE FILESTREC TO FILESTWREC.
           WRITE FILESTWREC.
           IF UW01STW-STATUS NOT EQUAL TO '00'
           GO TO LN-53.
       LN-59-EXIT.
           EXIT.
       LN-60-CUM-ADD.
           MOVE 0 TO UW01CUM-HIT.
           PERFORM VARYING UW01UX FROM 1 BY 1
                   UNTIL UW01UX > UW01CUM-CNT
               IF UW01CME-TYPE(UW01UX) = UW01CMS-TYPE AND
                   UW01CME-KEY(UW01UX) = UW01CMS-KEY AND
                   UW01CME-CUR(UW01UX) = UW01CMS-CUR
                   MOVE UW01UX TO UW01CUM-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW01CUM-HIT > 0
               GO TO LN-61.
           IF UW01CUM-CNT NOT LESS THAN UW01MAX-CUM
               IF UW01CUM-FULL = 'N'
                   DISPLAY 'CUMULATIVE STATS TABLE FULL - DAY TOTALS '
                       'INCOMPLETE' UPON PRINTER
                   MOVE 'Y' TO UW01CUM-FULL
                   MOVE 'Y' TO UW01HKP-FAIL
               END-IF
               GO TO LN-69-EXIT.
           ADD 1 TO UW01CUM-CNT.
           MOVE UW01CUM-CNT TO UW01CUM-HIT.
           MOVE UW01CMS-TYPE TO UW01CME-TYPE(UW01CUM-HIT).
           MOVE UW01CMS-KEY TO UW01CME-KEY(UW01CUM-HIT).
           MOVE UW01CMS-CUR TO UW01CME-CUR(UW01CUM-HIT).
           MOVE 0 TO UW01CME-CNT(UW01CUM-HIT).
           MOVE 0 TO UW01CME-AMT(UW01CUM-HIT).
           MOVE 0 TO UW01CME-BASE(UW01CUM-HIT).
           MOVE 'N' TO UW01CME-MISS(UW01CUM-HIT).
       LN-61.
           ADD UW01CMS-CNT TO UW01CME-CNT(UW01CUM-HIT).
           ADD UW01CMS-AMT TO UW01CME-AMT(UW01CUM-HIT).
           ADD UW01CMS-BASE TO UW01CME-BASE(UW01CUM-HIT).
           IF UW01CMS-MISS = 'Y'
               MOVE 'Y' TO UW01CME-MISS(UW01CUM-HIT).
       LN-69-EXIT.
           EXIT.
       LN-70-STAT-ADD.
           MOVE 0 TO UW01STC-HIT.
           PERFORM VARYING UW01SX FROM 1 BY 1
                   UNTIL UW01SX > UW01STC-CNT
               IF UW01STCE-TYPE(UW01SX) = UW01CMS-TYPE AND
                   UW01STCE-KEY(UW01SX) = UW01CMS-KEY AND
                   UW01STCE-CUR(UW01SX) = FILEMDCURCD
                   MOVE UW01SX TO UW01STC-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW01STC-HIT > 0
               GO TO LN-71.
           IF UW01STC-CNT NOT LESS THAN UW01MAX-STC
               IF UW01STC-FULL = 'N'
                   DISPLAY 'CYCLE STATS TABLE FULL - CYCLE TOTALS '
                       'INCOMPLETE' UPON PRINTER
                   MOVE 'Y' TO UW01STC-FULL
                   MOVE 'Y' TO UW01HKP-FAIL
               END-IF
               GO TO LN-79-EXIT.
           ADD 1 TO UW01STC-CNT.
           MOVE UW01STC-CNT TO UW01STC-HIT.
           MOVE UW01CMS-TYPE TO UW01STCE-TYPE(UW01STC-HIT).
           MOVE UW01CMS-KEY TO UW01STCE-KEY(UW01STC-HIT).
           MOVE FILEMDCURCD TO UW01STCE-CUR(UW01STC-HIT).
           MOVE 0 TO UW01STCE-CNT(UW01STC-HIT).
           MOVE 0 TO UW01STCE-AMT(UW01STC-HIT).
           MOVE 0 TO UW01STCE-BASE(UW01STC-HIT).
           MOVE 'N' TO UW01STCE-MISS(UW01STC-HIT).
       LN-71.
           ADD 1 TO UW01STCE-CNT(UW01STC-HIT).
           ADD FILEMDPAYAMT TO UW01STCE-AMT(UW01STC-HIT).
           ADD UW01FXC-BASE TO UW01STCE-BASE(UW01STC-HIT).
           IF UW01FXC-MISS = 'Y'
               MOVE 'Y' TO UW01STCE-MISS(UW01STC-HIT).
       LN-79-EXIT.
           EXIT.
       LK-QUEUEPND SECTION.
       LK-10-QUEUE-PENDING.
           PERFORM VARYING UW01FX FROM 1 BY 1
           GO TO LJ-20.
       LJ-EXIT.
           EXIT.
       LU-LOADFXR SECTION.
       LU-10-LOAD-FXR.
           MOVE 0 TO UW01FXR-CNT.
           MOVE SPACES TO UW01BASE-CURCD.
           OPEN INPUT FILEFXR.
           IF UW01FXR-STATUS = '35'
               DISPLAY 'EXCHANGE RATE FILE NOT FOUND - NO BASE '
                   'EQUIVALENTS' UPON PRINTER
               GO TO LU-26.
           IF UW01FXR-STATUS NOT EQUAL TO '00'
               DISPLAY 'EXCHANGE RATE FILE NOT READABLE - MERGE '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
       LU-20.
           READ FILEFXR AT END
               CLOSE FILEFXR
               GO TO LU-25.
           IF FILEFXRREC = SPACES
               GO TO LU-20.
           IF FILEFXR-RATEDT NOT NUMERIC OR
               FILEFXR-RATE NOT NUMERIC OR
               FILEFXR-RATE = 0 OR
               FILEFXR-CURCD NOT ALPHABETIC-UPPER OR
               FILEFXR-BASECD NOT ALPHABETIC-UPPER OR
               FILEFXR-CURCD = SPACES OR
               FILEFXR-BASECD = SPACES
               DISPLAY 'EXCHANGE RATE RECORD INVALID - MERGE ABORTED'
                   UPON PRINTER
               CLOSE FILEFXR
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           IF FILEFXR-RATEDT NOT EQUAL TO UW01EFF-CUTOFF
               GO TO LU-20.
           IF UW01BASE-CURCD = SPACES
               MOVE FILEFXR-BASECD TO UW01BASE-CURCD.
           IF FILEFXR-BASECD NOT EQUAL TO UW01BASE-CURCD
               DISPLAY 'EXCHANGE RATES FOR ' UW01EFF-CUTOFF
                   ' QUOTE MORE THAN ONE BASE CURRENCY - MERGE '
                   'ABORTED' UPON PRINTER
               CLOSE FILEFXR
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           PERFORM VARYING UW01FRX FROM 1 BY 1
                   UNTIL UW01FRX > UW01FXR-CNT
               IF UW01FXE-CD(UW01FRX) = FILEFXR-CURCD
                   MOVE FILEFXR-RATE TO UW01FXE-RATE(UW01FRX)
                   GO TO LU-20
               END-IF
           END-PERFORM.
           IF UW01FXR-CNT NOT LESS THAN UW01MAX-FXR
               DISPLAY 'EXCHANGE RATE TABLE FULL - MERGE ABORTED'
                   UPON PRINTER
               CLOSE FILEFXR
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           ADD 1 TO UW01FXR-CNT.
           MOVE FILEFXR-CURCD TO UW01FXE-CD(UW01FXR-CNT).
           MOVE FILEFXR-RATE TO UW01FXE-RATE(UW01FXR-CNT).
           GO TO LU-20.
       LU-25.
           IF UW01BASE-CURCD = SPACES
               DISPLAY 'NO EXCHANGE RATES FOR BUSINESS DATE '
                   UW01EFF-CUTOFF ' - NO BASE EQUIVALENTS'
                   UPON PRINTER
           ELSE
               DISPLAY 'BASE CURRENCY :' UW01BASE-CURCD ' RATES:'
                   UW01FXR-CNT UPON PRINTER.
       LU-26.
           IF UW01APPR-ON = 'Y' AND UW01BASE-CURCD = SPACES
               DISPLAY 'APPROVAL LIMIT NEEDS EXCHANGE RATES FOR '
                   'BUSINESS DATE ' UW01EFF-CUTOFF ' - MERGE ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
       LU-EXIT.
           EXIT.
       LU-30-CONVERT.
           MOVE 0 TO UW01FXC-BASE.
           MOVE 'N' TO UW01FXC-MISS.
           IF UW01FXC-CURCD = SPACES
               MOVE UW01FXC-AMT TO UW01FXC-BASE
               GO TO LU-39-EXIT.
           IF UW01BASE-CURCD = SPACES
               MOVE 'Y' TO UW01FXC-MISS
               GO TO LU-39-EXIT.
           IF UW01FXC-CURCD = UW01BASE-CURCD
               MOVE UW01FXC-AMT TO UW01FXC-BASE
               GO TO LU-39-EXIT.
           PERFORM VARYING UW01FRX FROM 1 BY 1
                   UNTIL UW01FRX > UW01FXR-CNT
               IF UW01FXE-CD(UW01FRX) = UW01FXC-CURCD
                   COMPUTE UW01FXC-BASE ROUNDED =
                       UW01FXC-AMT * UW01FXE-RATE(UW01FRX)
                       ON SIZE ERROR
                           MOVE 0 TO UW01FXC-BASE
                           MOVE 'Y' TO UW01FXC-MISS
                   END-COMPUTE
                   GO TO LU-39-EXIT
               END-IF
           END-PERFORM.
           MOVE 'Y' TO UW01FXC-MISS.
       LU-39-EXIT.
           EXIT.
       LR-LOADREF SECTION.
       LR-10-LOAD-REF.
           MOVE 0 TO UW01REF-CNT.
           OPEN INPUT FILEREF.
           IF UW01REF-STATUS NOT EQUAL TO '00'
               DISPLAY 'CODE REFERENCE FILE NOT FOUND OR OPEN ERROR - '
                   'MERGE ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
       LR-20.
           READ FILEREF AT END
               CLOSE FILEREF
               GO TO LR-EXIT.
           IF FILEREFREC = SPACES
               GO TO LR-20.
           IF FILEREF-TYPE NOT EQUAL TO 'B' AND 'M'
               GO TO LR-20.
           IF UW01REF-CNT NOT LESS THAN UW01MAX-REF
               DISPLAY 'CODE REFERENCE TABLE FULL - MERGE ABORTED'
                   UPON PRINTER
               CLOSE FILEREF
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           ADD 1 TO UW01REF-CNT.
           MOVE FILEREF-TYPE TO UW01RF-TYPE(UW01REF-CNT).
           MOVE FILEREF-CODE TO UW01RF-CODE(UW01REF-CNT).
           IF FILEREF-OPNDT NUMERIC
               MOVE FILEREF-OPNDT TO UW01RF-OPNDT(UW01REF-CNT)
           ELSE
               MOVE 0 TO UW01RF-OPNDT(UW01REF-CNT).
           IF FILEREF-CLSDT NUMERIC
               MOVE FILEREF-CLSDT TO UW01RF-CLSDT(UW01REF-CNT)
           ELSE
               MOVE 0 TO UW01RF-CLSDT(UW01REF-CNT).
           IF FILEREF-ACTIVE = 'N'
               MOVE 'N' TO UW01RF-ACTIVE(UW01REF-CNT)
           ELSE
               MOVE 'Y' TO UW01RF-ACTIVE(UW01REF-CNT).
           GO TO LR-20.
       LR-EXIT.
           EXIT.
       LD-REPORT SECTION.
       LD-10-OPEN-REPORT.
           OPEN OUTPUT FILERPT.
           MOVE 'RUN DATE:' TO FILERPT-LABEL.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'MERGE CYCLE:' TO FILERPT-LABEL.
           MOVE UW01CYCLE TO FILERPT-HFID.
           IF UW01CYC-INTRADAY
               MOVE 'INTRADAY' TO FILERPT-HFDT
           ELSE
               MOVE 'END OF DAY' TO FILERPT-HFDT.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'DATASET' TO FILERPT-LABEL.
           MOVE 'FILEID' TO FILERPT-HFID.
           MOVE 'FILEDATE' TO FILERPT-HFDT.
               PERFORM LD-40-CUR-TOTAL THRU LD-41-EXIT
                   VARYING UW01CX FROM 1 BY 1
                   UNTIL UW01CX > UW01CUR-CNT
               MOVE SPACES TO FILERPTREC
               MOVE 'TOTAL MERGED BASE EQUIV' TO FILERPT-LABEL
               MOVE UW01BASE-CURCD TO FILERPT-HFID
               MOVE UW01BASE-TOT TO UW01AMT-ED
               MOVE UW01AMT-ED TO FILERPT-DETAMT
               IF UW01BASE-INCOMP = 'Y'
                   MOVE 'INCOMPLETE' TO FILERPT-STATUS
                   MOVE 'EXCLUDES CURRENCIES WITH NO RATE' TO
                       FILERPT-REASON
               END-IF
               WRITE FILERPTREC
           END-IF.
           MOVE SPACES TO FILERPTREC.
           MOVE 'REVERSALS NETTED' TO FILERPT-LABEL.
           MOVE UW01AMT-ED TO FILERPT-DETAMT.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'PRIOR CYCLE DUPLICATES' TO FILERPT-LABEL.
           MOVE UW01PCDUP-CNT TO FILERPT-DETCNT.
           MOVE UW01PCDUP-AMT TO UW01AMT-ED.
           MOVE UW01AMT-ED TO FILERPT-DETAMT.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'HELD PAYMENTS' TO FILERPT-LABEL.
           MOVE UW01HLD-CNT TO FILERPT-DETCNT.
           MOVE UW01HLD-AMT TO UW01AMT-ED.
           MOVE UW01CUE-AMT(UW01CX) TO UW01AMT-ED.
           MOVE UW01AMT-ED TO FILERPT-DETAMT.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE '  BASE EQUIVALENT' TO FILERPT-LABEL.
           MOVE UW01BASE-CURCD TO FILERPT-HFID.
           IF UW01CUE-MISS(UW01CX) = 'Y'
               MOVE 'NO RATE' TO FILERPT-STATUS
               MOVE 'NO EXCHANGE RATE FOR BUSINESS DATE' TO
                   FILERPT-REASON
               MOVE 'Y' TO UW01BASE-INCOMP
               DISPLAY 'NO EXCHANGE RATE FOR CURRENCY '
                   UW01CUE-CD(UW01CX) ' - BASE EQUIVALENT NOT '
                   'AVAILABLE' UPON PRINTER
           ELSE
               MOVE UW01CUE-BASE(UW01CX) TO UW01AMT-ED
               MOVE UW01AMT-ED TO FILERPT-DETAMT
               ADD UW01CUE-BASE(UW01CX) TO UW01BASE-TOT.
           WRITE FILERPTREC.
           IF UW01RPT-STATUS NOT EQUAL TO '00'
               DISPLAY 'CONTROL REPORT WRITE ERROR - MERGE ABORTED'
                   UPON PRINTER
               AND FILEINDCRDBIN = 'D'
               MOVE 'ACCOUNT POSTS NO DEBITS - DEBIT DIVERTED' TO
                   UW01REJ-REASON.
           IF UW01REF-REASON NOT EQUAL TO SPACES
               MOVE UW01REF-REASON TO UW01REJ-REASON.
           IF UW01REJ-REASON NOT EQUAL TO SPACES
               MOVE UW01REJ-REASON TO FILEEXC-REASON
               MOVE UW01CURR-DSNAME TO FILEEXC-DSN
               GO TO LC-30.
           PERFORM LC-35-KEY-CHECK.
           IF UW01DUP-FOUND = 'Y'
               IF UW01DUP-PRIOR = 'Y'
                   MOVE 'DUPLICATE OF ITEM MERGED IN PRIOR CYCLE' TO
                       UW01REJ-REASON
                   ADD 1 TO UW01PCDUP-CNT
                   ADD FILEINDPAYAMT TO UW01PCDUP-AMT
               ELSE
                   MOVE 'DUPLICATE ACNO/STXN/EFDTE ACROSS FILES' TO
                       UW01REJ-REASON
               END-IF
               MOVE UW01REJ-REASON TO FILEDUP-REASON
               MOVE UW01CURR-DSNAME TO FILEDUP-DSN
               MOVE FILEINDREC TO FILEDUP-RECIMG
           MOVE FILEINDUFSTXN TO UW01CURR-KEY-STXN.
           MOVE FILEINDEFDTE TO UW01CURR-KEY-EFDTE.
           MOVE 'N' TO UW01DUP-FOUND.
           MOVE 'N' TO UW01DUP-PRIOR.
           PERFORM LC-44-KEY-BSEARCH THRU LC-44-EXIT.
           IF UW01BS-FOUND = 'Y'
               MOVE 'Y' TO UW01DUP-FOUND
           ELSE
               PERFORM LC-56-DKEY-BSEARCH THRU LC-56-EXIT
               IF UW01BS-FOUND = 'Y'
                   MOVE 'Y' TO UW01DUP-FOUND
                   MOVE 'Y' TO UW01DUP-PRIOR.
       LC-44-KEY-BSEARCH.
           MOVE 'N' TO UW01BS-FOUND.
           MOVE 1 TO UW01BS-LO.
               MOVE UW01BS-LO TO UW01BS-POS.
       LC-44-EXIT.
           EXIT.
       LC-56-DKEY-BSEARCH.
           MOVE 'N' TO UW01BS-FOUND.
           MOVE 1 TO UW01BS-LO.
           MOVE UW01DKY-CNT TO UW01BS-HI.
           PERFORM UNTIL UW01BS-LO > UW01BS-HI
               COMPUTE UW01BS-MID = (UW01BS-LO + UW01BS-HI) / 2
               IF UW01DKY-ENT(UW01BS-MID) = UW01CURR-KEY
                   MOVE 'Y' TO UW01BS-FOUND
                   MOVE UW01BS-MID TO UW01BS-POS
                   EXIT PERFORM
               END-IF
               IF UW01DKY-ENT(UW01BS-MID) < UW01CURR-KEY
                   COMPUTE UW01BS-LO = UW01BS-MID + 1
               ELSE
                   COMPUTE UW01BS-HI = UW01BS-MID - 1
               END-IF
           END-PERFORM.
       LC-56-EXIT.
           EXIT.
       LC-45-FKEY-BSEARCH.
           MOVE 'N' TO UW01BS-FOUND.
           MOVE 1 TO UW01BS-LO.
           EXIT.
       LC-36-CODE-CHECK.
           MOVE 'N' TO UW01CODE-OK.
           MOVE SPACES TO UW01REF-REASON.
           MOVE 'M' TO UW01RFS-TYPE.
           MOVE FILEINDPYMTH TO UW01RFS-CODE.
           PERFORM LC-55-REF-LOOKUP THRU LC-55-EXIT.
           IF UW01RF-FOUND = 'N'
               GO TO LC-36-EXIT.
           IF UW01RF-CLOSED
               MOVE 'PAYMENT METHOD CLOSED ON REFERENCE FILE' TO
                   UW01REF-REASON.
           IF UW01RF-NOTOPEN
               MOVE 'PAYMENT METHOD NOT YET OPEN ON REFERENCE' TO
                   UW01REF-REASON.
           PERFORM VARYING UW01VX FROM 1 BY 1 UNTIL UW01VX > 4
               IF UW01VT-ENT(UW01VX) = FILEINDTXNTYP
                   MOVE 'Y' TO UW01CODE-OK
           IF UW01CODE-OK = 'N'
               GO TO LC-36-EXIT.
           MOVE 'N' TO UW01CODE-OK.
           MOVE 'B' TO UW01RFS-TYPE.
           MOVE FILEINDUFBRAC TO UW01RFS-CODE.
           PERFORM LC-55-REF-LOOKUP THRU LC-55-EXIT.
           IF UW01RF-FOUND = 'N'
               GO TO LC-36-EXIT.
           MOVE 'Y' TO UW01CODE-OK.
           IF UW01RF-CLOSED
               MOVE 'BRANCH CLOSED ON BRANCH REFERENCE FILE' TO
                   UW01REF-REASON.
           IF UW01RF-NOTOPEN
               MOVE 'BRANCH NOT YET OPEN ON BRANCH REFERENCE' TO
                   UW01REF-REASON.
       LC-36-EXIT.
           EXIT.
       LC-55-REF-LOOKUP.
           MOVE 'N' TO UW01RF-FOUND.
           MOVE 'Y' TO UW01RF-AVAIL.
           PERFORM VARYING UW01RFX FROM 1 BY 1
                   UNTIL UW01RFX > UW01REF-CNT
               IF UW01RF-KEY(UW01RFX) = UW01RF-SRCH
                   MOVE 'Y' TO UW01RF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW01RF-FOUND = 'N'
               GO TO LC-55-EXIT.
           IF UW01RF-ACTIVE(UW01RFX) = 'N'
               MOVE 'C' TO UW01RF-AVAIL
               GO TO LC-55-EXIT.
           IF UW01RF-CLSDT(UW01RFX) > 0 AND
               UW01RF-CLSDT(UW01RFX) NOT GREATER THAN UW01EFF-CUTOFF
               MOVE 'C' TO UW01RF-AVAIL
               GO TO LC-55-EXIT.
           IF UW01RF-OPNDT(UW01RFX) > UW01EFF-CUTOFF
               MOVE 'F' TO UW01RF-AVAIL.
       LC-55-EXIT.
           EXIT.
       LC-33-WAREHOUSE.
           MOVE FILEINDREC TO FILEPWKREC.
           EXIT.
       LC-51-DIVERT-APPR.
           MOVE SPACES TO FILEAWKREC.
           MOVE UW01APPR-REASON TO FILEAWK-REASON.
           MOVE UW01CURR-DSNAME TO FILEAWK-DSN.
           MOVE FILEMDREC TO FILEAWK-RECIMG.
           MOVE UW01APRWDAY TO FILEAWK-DIVDT.
           READ FILEHWK AT END
               CLOSE FILEHWK
               GO TO LC-48B.
           MOVE FILEHWKREC TO FILEHRNREC.
           WRITE FILEHRNREC.
           IF UW01HRN-STATUS NOT EQUAL TO '00'
               DISPLAY 'HELD STAGING WRITE ERROR - MERGE ABORTED'
                   UPON PRINTER
               CLOSE FILEHWK
               CLOSE FILEINP
               MOVE 8 TO RETURN-CODE
                   PERFORM LC-54-VOID-CHK THRU LC-54-EXIT
               END-IF
               GO TO LC-96.
           MOVE FILEMDCURCD TO UW01FXC-CURCD.
           MOVE FILEMDPAYAMT TO UW01FXC-AMT.
           PERFORM LU-30-CONVERT THRU LU-39-EXIT.
           IF UW01APPR-ON = 'Y' AND UW01APPR-EXEMPT = 'N'
               IF UW01FXC-MISS = 'Y'
                   MOVE 'NO EXCHANGE RATE - LIMIT NOT JUDGED' TO
                       UW01APPR-REASON
                   PERFORM LC-51-DIVERT-APPR THRU LC-51-EXIT
                   GO TO LC-96
               END-IF
               IF UW01FXC-BASE > UW01APPR-LIMIT
                   MOVE 'PAYMENT OVER APPROVAL LIMIT' TO
                       UW01APPR-REASON
                   PERFORM LC-51-DIVERT-APPR THRU LC-51-EXIT
                   GO TO LC-96.
           WRITE FILEMDREC.
           MOVE SPACES TO UW01HSTREC.
           MOVE FILEMDUFACNO TO UW01HST-ACNO.
           MOVE FILEMDEFDTE TO UW01HST-EFDTE.
           ADD 1 TO UW01HST-SEQCNT.
           MOVE UW01EFF-CUTOFF TO UW01HST-SEQBUS.
           MOVE UW01CYCLE TO UW01HST-SEQCYC.
           MOVE UW01HST-SEQCNT TO UW01HST-SEQNO.
           MOVE UW01APRWDAY TO UW01HST-RUNDT.
           MOVE FILEMDPYMTH TO UW01HST-PYMTH.
           MOVE FILEMDUFBRAC TO UW01HST-BRAC.
           MOVE FILEMDTXNTYP TO UW01HST-TXNTYP.
           MOVE FILEMDPAYAMT TO UW01HST-AMT.
           MOVE FILEMDCURCD TO UW01HST-CURCD.
           MOVE UW01CYCLE TO UW01HST-CYCLE.
           MOVE FILEMDUFSTXN TO UW01HST-UFSTXN.
           MOVE UW01HSTREC TO FILEHSWREC.
           WRITE FILEHSWREC.
           IF UW01HSW-STATUS NOT EQUAL TO '00'
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           MOVE UW01EFF-CUTOFF TO UW01DKW-BUSDT.
           MOVE UW01CYCLE TO UW01DKW-CYCLE.
           MOVE UW01CURR-KEY TO UW01DKW-KEY.
           MOVE UW01DKWREC TO FILEDKWREC.
           WRITE FILEDKWREC.
           IF UW01DKW-STATUS NOT EQUAL TO '00'
               DISPLAY 'DAY KEY STAGING WRITE ERROR - MERGE ABORTED'
                   UPON PRINTER
               CLOSE FILEWRK
               CLOSE FILEINP
               MOVE 8 TO RETURN-CODE
               PERFORM LE-10-BACKOUT
               GO TO LB-EXIT.
           PERFORM LC-97-SPLIT-BRANCH THRU LC-97-EXIT.
           PERFORM LC-98-SPLIT-PYMTH THRU LC-98-EXIT.
           MOVE 'B' TO UW01CMS-TYPE.
           MOVE FILEMDUFBRAC TO UW01CMS-KEY.
           PERFORM LN-70-STAT-ADD THRU LN-79-EXIT.
           MOVE 'M' TO UW01CMS-TYPE.
           MOVE FILEMDPYMTH TO UW01CMS-KEY.
           PERFORM LN-70-STAT-ADD THRU LN-79-EXIT.
           GO TO LC-96.
       LC-96-EXIT.
           CLOSE FILEWRK.
               IF UW01CUE-CD(UW01CX) = FILEMDCURCD
                   ADD 1 TO UW01CUE-CNT(UW01CX)
                   ADD FILEMDPAYAMT TO UW01CUE-AMT(UW01CX)
                   ADD UW01FXC-BASE TO UW01CUE-BASE(UW01CX)
                   IF UW01FXC-MISS = 'Y'
                       MOVE 'Y' TO UW01CUE-MISS(UW01CX)
                   END-IF
                   GO TO LC-46-EXIT
               END-IF
           END-PERFORM.
           MOVE FILEMDCURCD TO UW01CUE-CD(UW01CUR-CNT).
           MOVE 1 TO UW01CUE-CNT(UW01CUR-CNT).
           MOVE FILEMDPAYAMT TO UW01CUE-AMT(UW01CUR-CNT).
           MOVE UW01FXC-BASE TO UW01CUE-BASE(UW01CUR-CNT).
           MOVE UW01FXC-MISS TO UW01CUE-MISS(UW01CUR-CNT).
       LC-46-EXIT.
           EXIT.
       LC-97-SPLIT-BRANCH.
