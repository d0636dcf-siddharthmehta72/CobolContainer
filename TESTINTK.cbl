       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTINTK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  FILECTL ASSIGN DYNAMIC UW22CTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW22CTL-STATUS.
           SELECT  FILEINP ASSIGN DYNAMIC UW22CURR-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW22INP-STATUS.
           SELECT  FILESCH ASSIGN DYNAMIC UW22SCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW22SCH-STATUS.
           SELECT  FILEHOL ASSIGN DYNAMIC UW22HOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW22HOL-STATUS.
           SELECT  FILEREG ASSIGN DYNAMIC UW22REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW22REG-STATUS.
           SELECT  FILERGW ASSIGN DYNAMIC UW22RGW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW22RGW-STATUS.
           SELECT  FILEOVR ASSIGN DYNAMIC UW22OVR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW22OVR-STATUS.
           SELECT  FILERPT ASSIGN DYNAMIC UW22RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW22RPT-STATUS.
           SELECT  FILEREJ ASSIGN DYNAMIC UW22REJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW22REJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FILECTL
           LABEL RECORDS ARE STANDARD.
       01  FILECTLREC.
           03  FILECTLDSN              PIC X(80).
       FD  FILEINP
           LABEL RECORDS ARE STANDARD.
       01  FILEINPREC                  PIC X(80).
       01  FILEINHREC.
           03  FILEINHRECTYP           PIC XXX.
           03  FILEINHFILEID           PIC XXX.
           03  FILEINHFILEDT           PIC 9(8).
           03  FILEINHCURCD            PIC XXX.
           03  FILLER                  PIC X(63).
       01  FILEINTREC.
           03  FILEINTRECTP            PIC XXX.
           03  FILEINTNOREC            PIC 9(8).
           03  FILEINTSIGN             PIC X.
           03  FILEINTTOTAMT           PIC 9(12)V99.
           03  FILEINTCURCD            PIC XXX.
           03  FILLER                  PIC X(51).
       FD  FILESCH
           LABEL RECORDS ARE STANDARD.
       01  FILESCHREC.
           03  FILESCH-FILEID          PIC XXX.
           03  FILESCH-EXPCNT          PIC 99.
           03  FILESCH-DAYS            PIC X(7).
           03  FILESCH-HOLFLG          PIC X.
           03  FILESCH-DESC            PIC X(20).
       FD  FILEHOL
           LABEL RECORDS ARE STANDARD.
       01  FILEHOLREC.
           03  FILEHOL-DATE            PIC 9(8).
           03  FILEHOL-DESC            PIC X(30).
       FD  FILEREG
           LABEL RECORDS ARE STANDARD.
       01  FILEREGREC.
           03  FILEREG-BUSDT           PIC 9(8).
           03  FILLER                  PIC X(157).
       FD  FILERGW
           LABEL RECORDS ARE STANDARD.
       01  FILERGWREC                  PIC X(165).
       FD  FILEOVR
           LABEL RECORDS ARE STANDARD.
       01  FILEOVRREC.
           03  FILEOVR-BUSDT           PIC 9(8).
           03  FILEOVR-FILEID          PIC XXX.
           03  FILEOVR-EXCTYP          PIC X.
           03  FILEOVR-OPERID          PIC X(8).
           03  FILEOVR-REASON          PIC X(30).
       FD  FILERPT
           LABEL RECORDS ARE STANDARD.
       01  FILERPTREC.
           03  FILERPT-FILEID          PIC XXX.
           03  FILLER                  PIC X.
           03  FILERPT-STAT            PIC X(11).
           03  FILLER                  PIC X.
           03  FILERPT-CNT             PIC X(8).
           03  FILLER                  PIC X.
           03  FILERPT-AMT             PIC X(16).
           03  FILLER                  PIC X.
           03  FILERPT-NOTE            PIC X(60).
           03  FILLER                  PIC X.
           03  FILERPT-DSN             PIC X(80).
       FD  FILEREJ
           LABEL RECORDS ARE STANDARD.
       01  FILEREJREC.
           03  FILEREJ-REASON          PIC X(40).
           03  FILEREJ-DSN             PIC X(80).
           03  FILEREJ-RECIMG          PIC X(84).
       WORKING-STORAGE SECTION.
       01  UW22APRWDAY                 PIC 9(8).
       01  UW22CTLFILE-NAME            PIC X(80).
       01  UW22BUSDATE-PARM            PIC X(8).
       01  UW22BUSDATE                 PIC 9(8).
       01  UW22RUNID                   PIC X(14).
       01  UW22MODE                    PIC X(8).
       01  UW22CYCTYP                  PIC X.
       01  UW22TIME                    PIC 9(8).
       01  UW22TIME-R REDEFINES UW22TIME.
           03  UW22TIME-HHMMSS         PIC 9(6).
           03  FILLER                  PIC 99.
       01  UW22RUNID-DFLT.
           03  UW22RD-DATE             PIC 9(8).
           03  UW22RD-TIME             PIC 9(6).
       01  UW22CURR-DSNAME             PIC X(80).
       01  UW22SCH-NAME                PIC X(80) VALUE
               'TESTMERGE.FEEDSCHED.DAT'.
       01  UW22HOL-NAME                PIC X(80) VALUE
               'TESTMERGE.HOLIDAYS.DAT'.
       01  UW22REG-NAME                PIC X(80) VALUE
               'TESTMERGE.INTAKE.REG.DAT'.
       01  UW22RGW-NAME                PIC X(80) VALUE
               'TESTINTK.REGWRK.TMP'.
       01  UW22OVR-NAME                PIC X(80) VALUE
               'TESTMERGE.INTAKE.OVERRIDE.DAT'.
       01  UW22RPT-NAME                PIC X(80) VALUE
               'TESTINTK.REPORT.DAT'.
       01  UW22REJ-NAME                PIC X(80) VALUE
               'TESTMERGE.REJECT.DAT'.
       01  UW22CTL-STATUS              PIC XX.
       01  UW22INP-STATUS              PIC XX.
       01  UW22SCH-STATUS              PIC XX.
       01  UW22HOL-STATUS              PIC XX.
       01  UW22REG-STATUS              PIC XX.
       01  UW22RGW-STATUS              PIC XX.
       01  UW22OVR-STATUS              PIC XX.
       01  UW22RPT-STATUS              PIC XX.
       01  UW22REJ-STATUS              PIC XX.
       01  UW22KEEP-DAYS               PIC 9(4) VALUE 90.
       01  UW22KEEP-INT                PIC 9(8).
       01  UW22WORK-INT                PIC 9(8).
       01  UW22DOW                     PIC 9.
       01  UW22IS-HOLIDAY              PIC X VALUE 'N'.
       01  UW22SCH-ON                  PIC X VALUE 'N'.
       01  UW22MAX-SCH                 PIC 9(4) VALUE 200.
       01  UW22SCH-CNT                 PIC 9(4) VALUE 0.
       01  UW22SX                      PIC 9(4).
       01  UW22SCH-HIT                 PIC 9(4).
       01  UW22SCH-TAB.
           03  UW22SCH-ENT OCCURS 200 TIMES.
               05  UW22SE-FILEID       PIC XXX.
               05  UW22SE-EXPCNT       PIC 99.
               05  UW22SE-DAYS         PIC X(7).
               05  UW22SE-HOLFLG       PIC X.
               05  UW22SE-DESC         PIC X(20).
               05  UW22SE-NEWCNT       PIC 9(4).
       01  UW22MAX-HOL                 PIC 9(4) VALUE 200.
       01  UW22HOL-CNT                 PIC 9(4) VALUE 0.
       01  UW22HOLX                    PIC 9(4).
       01  UW22HOL-TAB.
           03  UW22HOL-ENT OCCURS 200 TIMES PIC 9(8).
       01  UW22MAX-OVR                 PIC 9(4) VALUE 500.
       01  UW22OVR-CNT                 PIC 9(4) VALUE 0.
       01  UW22OX                      PIC 9(4).
       01  UW22OVR-TAB.
           03  UW22OVR-ENT OCCURS 500 TIMES.
               05  UW22OE-FILEID       PIC XXX.
               05  UW22OE-EXCTYP       PIC X.
               05  UW22OE-OPERID       PIC X(8).
       01  UW22OVR-HIT                 PIC X VALUE 'N'.
       01  UW22OVR-OPER                PIC X(8).
       01  UW22MAX-REG                 PIC 9(5) VALUE 20000.
       01  UW22REG-CNT                 PIC 9(5) VALUE 0.
       01  UW22RX                      PIC 9(5).
       01  UW22REG-HIT                 PIC 9(5).
       01  UW22REG-TAB.
           03  UW22REG-ENT OCCURS 20000 TIMES.
               05  UW22RE-BUSDT        PIC 9(8).
               05  UW22RE-FILEID       PIC XXX.
               05  UW22RE-CURCD        PIC XXX.
               05  UW22RE-HDRDT        PIC 9(8).
               05  UW22RE-CNT          PIC 9(8).
               05  UW22RE-SIGN         PIC X.
               05  UW22RE-AMT          PIC 9(12)V99.
               05  UW22RE-HASH         PIC 9(9).
               05  UW22RE-STAT         PIC X.
               05  UW22RE-RUNID        PIC X(14).
               05  UW22RE-SEENDT       PIC 9(8).
               05  UW22RE-CONSDT       PIC 9(8).
               05  UW22RE-DSN          PIC X(80).
               05  UW22RE-THISRUN      PIC X.
       01  UW22FP.
           03  UW22FP-FILEID           PIC XXX.
           03  UW22FP-CURCD            PIC XXX.
           03  UW22FP-HDRDT            PIC 9(8).
           03  UW22FP-CNT              PIC 9(8).
           03  UW22FP-SIGN             PIC X.
           03  UW22FP-AMT              PIC 9(12)V99.
           03  UW22FP-HASH             PIC 9(9).
       01  UW22HASH-WRK                PIC 9(12).
       01  UW22CX                      PIC 9(4).
       01  UW22TRL-SEEN                PIC X VALUE 'N'.
       01  UW22FEED-CNT                PIC 9(4) VALUE 0.
       01  UW22RPT-STAT                PIC X(11).
       01  UW22RPT-NOTE                PIC X(60).
       01  UW22EXC-TYP                 PIC X.
       01  UW22FOUND-CNT               PIC 9(4).
       01  UW22MISS-HIT                PIC 9(5).
       01  UW22ACC-CNT                 PIC 9(8) VALUE 0.
       01  UW22REPR-CNT                PIC 9(8) VALUE 0.
       01  UW22INT-CNT                 PIC 9(8) VALUE 0.
       01  UW22RESENT-CNT              PIC 9(8) VALUE 0.
       01  UW22MISS-CNT                PIC 9(8) VALUE 0.
       01  UW22LATE-CNT                PIC 9(8) VALUE 0.
       01  UW22UNSCH-CNT               PIC 9(8) VALUE 0.
       01  UW22ERR-CNT                 PIC 9(8) VALUE 0.
       01  UW22OVRD-CNT                PIC 9(8) VALUE 0.
       01  UW22CONS-CNT                PIC 9(8) VALUE 0.
       01  UW22MREJ-CNT                PIC 9(8) VALUE 0.
       01  UW22ANY-BLOCK               PIC X VALUE 'N'.
       01  UW22ANY-HOLD                PIC X VALUE 'N'.
       01  UW22ANY-WARN                PIC X VALUE 'N'.
       01  UW22AMT-ED                  PIC Z(12)9.99.
       01  UW22CNT-ED                  PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       LA-CONTROL SECTION.
       LA-10.
           MOVE SPACES TO UW22CTLFILE-NAME.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT UW22CTLFILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW22CTLFILE-NAME
           END-ACCEPT.
           MOVE SPACES TO UW22BUSDATE-PARM.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT UW22BUSDATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW22BUSDATE-PARM
           END-ACCEPT.
           MOVE SPACES TO UW22RUNID.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT UW22RUNID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW22RUNID
           END-ACCEPT.
           MOVE SPACES TO UW22MODE.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT UW22MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW22MODE
           END-ACCEPT.
           MOVE SPACES TO UW22CYCTYP.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT UW22CYCTYP FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW22CYCTYP
           END-ACCEPT.
           IF UW22CTLFILE-NAME = SPACES OR UW22BUSDATE-PARM = SPACES
               DISPLAY 'USAGE: TESTINTK CONTROL-FILE BUSINESS-DATE '
                   '(RUN-ID) (CHECK/CONSUME) (CYCLE-TYPE I/E)'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           IF UW22BUSDATE-PARM NOT NUMERIC
               DISPLAY 'BUSINESS DATE NOT NUMERIC' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           MOVE UW22BUSDATE-PARM TO UW22BUSDATE.
           IF UW22MODE = SPACES
               MOVE 'CHECK' TO UW22MODE.
           IF UW22MODE NOT EQUAL TO 'CHECK' AND 'CONSUME'
               DISPLAY 'MODE MUST BE CHECK OR CONSUME' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           IF UW22CYCTYP = SPACES
               MOVE 'E' TO UW22CYCTYP.
           IF UW22CYCTYP NOT EQUAL TO 'I' AND 'E'
               DISPLAY 'CYCLE TYPE MUST BE I (INTRADAY) OR E (END OF '
                   'DAY)' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LA-EXIT.
           ACCEPT UW22APRWDAY FROM DATE YYYYMMDD.
           ACCEPT UW22TIME FROM TIME.
           IF UW22RUNID = SPACES
               MOVE UW22APRWDAY TO UW22RD-DATE
               MOVE UW22TIME-HHMMSS TO UW22RD-TIME
               MOVE UW22RUNID-DFLT TO UW22RUNID.
           DISPLAY 'CONTROL FILE :' UW22CTLFILE-NAME UPON PRINTER.
           DISPLAY 'BUSINESS DTE :' UW22BUSDATE UPON PRINTER.
           DISPLAY 'RUN ID       :' UW22RUNID UPON PRINTER.
           DISPLAY 'MODE         :' UW22MODE UPON PRINTER.
           DISPLAY 'CYCLE TYPE   :' UW22CYCTYP UPON PRINTER.
           IF UW22MODE = 'CONSUME'
               PERFORM LM-CONSUME
           ELSE
               PERFORM LB-INTAKE.
           IF RETURN-CODE = 0 AND UW22ANY-BLOCK = 'Y'
               MOVE 8 TO RETURN-CODE.
           IF RETURN-CODE = 0 AND UW22ANY-HOLD = 'Y'
               MOVE 6 TO RETURN-CODE.
           IF RETURN-CODE = 0 AND UW22ANY-WARN = 'Y'
               MOVE 4 TO RETURN-CODE.
       LA-EXIT.
           STOP RUN.
       LB-INTAKE SECTION.
       LB-10.
           PERFORM LG-10-LOAD-SCH THRU LG-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-EXIT.
           PERFORM LJ-10-LOAD-HOL THRU LJ-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-EXIT.
           PERFORM LH-10-LOAD-REG THRU LH-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-EXIT.
           PERFORM LI-10-LOAD-OVR THRU LI-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LB-EXIT.
           COMPUTE UW22WORK-INT = FUNCTION INTEGER-OF-DATE(UW22BUSDATE).
           COMPUTE UW22DOW = FUNCTION MOD(UW22WORK-INT, 7).
           IF UW22DOW = 0
               MOVE 7 TO UW22DOW.
           MOVE 'N' TO UW22IS-HOLIDAY.
           PERFORM VARYING UW22HOLX FROM 1 BY 1
                   UNTIL UW22HOLX > UW22HOL-CNT
               IF UW22HOL-ENT(UW22HOLX) = UW22BUSDATE
                   MOVE 'Y' TO UW22IS-HOLIDAY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           OPEN OUTPUT FILERPT.
           IF UW22RPT-STATUS NOT EQUAL TO '00'
               DISPLAY 'INTAKE REPORT NOT OPENABLE - INTAKE ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE SPACES TO FILERPTREC.
           MOVE 'TESTINTK FEED INTAKE' TO FILERPT-NOTE.
           STRING 'BUSINESS DATE ' UW22BUSDATE ' RUN ' UW22RUNID
               DELIMITED BY SIZE INTO FILERPT-DSN.
           WRITE FILERPTREC.
           OPEN INPUT FILECTL.
           IF UW22CTL-STATUS NOT EQUAL TO '00'
               DISPLAY 'CONTROL FILE NOT FOUND OR OPEN ERROR - INTAKE '
                   'ABORTED' UPON PRINTER
               CLOSE FILERPT
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LB-20.
           READ FILECTL AT END
               GO TO LB-30.
           IF FILECTLDSN = SPACES
               GO TO LB-20.
           ADD 1 TO UW22FEED-CNT.
           PERFORM LC-10-FEED THRU LC-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               CLOSE FILECTL
               CLOSE FILERPT
               GO TO LB-EXIT.
           GO TO LB-20.
       LB-30.
           CLOSE FILECTL.
           IF UW22SCH-ON = 'Y' AND UW22CYCTYP = 'E'
               PERFORM LD-10-EXPECTED THRU LD-EXIT
                   VARYING UW22SX FROM 1 BY 1
                   UNTIL UW22SX > UW22SCH-CNT.
           PERFORM LK-10-TOTALS THRU LK-EXIT.
           CLOSE FILERPT.
           PERFORM LE-10-COMMIT-REG THRU LE-EXIT.
           DISPLAY 'FEEDS IN CONTROL    : ' UW22FEED-CNT UPON PRINTER.
           DISPLAY 'FEEDS ACCEPTED      : ' UW22ACC-CNT UPON PRINTER.
           DISPLAY 'FEEDS RE-PRESENTED  : ' UW22REPR-CNT UPON PRINTER.
           DISPLAY 'FEEDS RE-SENT       : ' UW22RESENT-CNT UPON PRINTER.
           DISPLAY 'FEEDS MISSING       : ' UW22MISS-CNT UPON PRINTER.
           DISPLAY 'FEEDS LATE          : ' UW22LATE-CNT UPON PRINTER.
           DISPLAY 'FEEDS UNSCHEDULED   : ' UW22UNSCH-CNT UPON PRINTER.
           DISPLAY 'FEEDS UNREADABLE    : ' UW22ERR-CNT UPON PRINTER.
           DISPLAY 'EXCEPTIONS OVERRIDN : ' UW22OVRD-CNT UPON PRINTER.
       LB-EXIT.
           EXIT.
       LC-FEED SECTION.
       LC-10-FEED.
           MOVE FILECTLDSN TO UW22CURR-DSNAME.
           MOVE SPACES TO UW22FP.
           MOVE 0 TO UW22FP-HDRDT.
           MOVE 0 TO UW22FP-CNT.
           MOVE 0 TO UW22FP-AMT.
           MOVE 0 TO UW22FP-HASH.
           MOVE 'N' TO UW22TRL-SEEN.
           OPEN INPUT FILEINP.
           IF UW22INP-STATUS NOT EQUAL TO '00'
               MOVE 'FEED NOT FOUND OR NOT READABLE' TO UW22RPT-NOTE
               GO TO LC-80-UNREADABLE.
           READ FILEINP AT END
               CLOSE FILEINP
               MOVE 'FEED IS EMPTY' TO UW22RPT-NOTE
               GO TO LC-80-UNREADABLE.
           IF FILEINHRECTYP(1:2) NOT EQUAL TO 'HD'
               CLOSE FILEINP
               MOVE 'FEED HAS NO HEADER RECORD' TO UW22RPT-NOTE
               GO TO LC-80-UNREADABLE.
           MOVE FILEINHFILEID TO UW22FP-FILEID.
           MOVE FILEINHCURCD TO UW22FP-CURCD.
           IF FILEINHFILEDT NUMERIC
               MOVE FILEINHFILEDT TO UW22FP-HDRDT.
           IF FILEINHFILEID = 'FLR' OR 'FLH' OR 'FLP' OR 'FLA'
               CLOSE FILEINP
               ADD 1 TO UW22INT-CNT
               MOVE 'INTERNAL' TO UW22RPT-STAT
               MOVE 'RE-ENTRY FEED - NOT REGISTERED' TO UW22RPT-NOTE
               PERFORM LL-10-REPORT THRU LL-EXIT
               GO TO LC-EXIT.
       LC-20.
           READ FILEINP AT END
               GO TO LC-30.
           IF FILEINHRECTYP(1:2) = 'DT'
               PERFORM LC-60-HASH-CHAR THRU LC-69-EXIT
                   VARYING UW22CX FROM 1 BY 1 UNTIL UW22CX > 80
               GO TO LC-20.
           IF FILEINTRECTP(1:2) = 'FT'
               MOVE 'Y' TO UW22TRL-SEEN
               IF FILEINTNOREC NUMERIC
                   MOVE FILEINTNOREC TO UW22FP-CNT
               END-IF
               MOVE FILEINTSIGN TO UW22FP-SIGN
               IF FILEINTTOTAMT NUMERIC
                   MOVE FILEINTTOTAMT TO UW22FP-AMT
               END-IF.
           GO TO LC-20.
       LC-30.
           CLOSE FILEINP.
           IF UW22TRL-SEEN = 'N'
               MOVE 'FEED HAS NO TRAILER RECORD' TO UW22RPT-NOTE
               GO TO LC-80-UNREADABLE.
           MOVE 0 TO UW22SCH-HIT.
           PERFORM VARYING UW22SX FROM 1 BY 1
                   UNTIL UW22SX > UW22SCH-CNT
               IF UW22SE-FILEID(UW22SX) = UW22FP-FILEID
                   MOVE UW22SX TO UW22SCH-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 0 TO UW22REG-HIT.
           PERFORM VARYING UW22RX FROM 1 BY 1
                   UNTIL UW22RX > UW22REG-CNT
               IF UW22RE-STAT(UW22RX) = 'C' AND
                   UW22RE-FILEID(UW22RX) = UW22FP-FILEID AND
                   UW22RE-CNT(UW22RX) = UW22FP-CNT AND
                   UW22RE-SIGN(UW22RX) = UW22FP-SIGN AND
                   UW22RE-AMT(UW22RX) = UW22FP-AMT AND
                   UW22RE-HASH(UW22RX) = UW22FP-HASH
                   MOVE UW22RX TO UW22REG-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW22REG-HIT > 0
               MOVE SPACES TO UW22RPT-NOTE
               STRING 'SAME AS FEED OF ' UW22RE-BUSDT(UW22REG-HIT)
                   ' RUN ' UW22RE-RUNID(UW22REG-HIT)
                   DELIMITED BY SIZE INTO UW22RPT-NOTE
               GO TO LC-70-RESENT.
           PERFORM VARYING UW22RX FROM 1 BY 1
                   UNTIL UW22RX > UW22REG-CNT
               IF UW22RE-STAT(UW22RX) = 'P' AND
                   UW22RE-FILEID(UW22RX) = UW22FP-FILEID AND
                   UW22RE-CNT(UW22RX) = UW22FP-CNT AND
                   UW22RE-SIGN(UW22RX) = UW22FP-SIGN AND
                   UW22RE-AMT(UW22RX) = UW22FP-AMT AND
                   UW22RE-HASH(UW22RX) = UW22FP-HASH
                   MOVE UW22RX TO UW22REG-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW22REG-HIT > 0 AND UW22RE-THISRUN(UW22REG-HIT) = 'Y'
               MOVE 'SAME FEED TWICE IN THIS CONTROL FILE' TO
                   UW22RPT-NOTE
               GO TO LC-70-RESENT.
           IF UW22REG-HIT > 0
               IF UW22RE-BUSDT(UW22REG-HIT) NOT EQUAL TO UW22BUSDATE
                   MOVE SPACES TO UW22RPT-NOTE
                   STRING 'MATCHES UNCONSUMED FEED OF '
                       UW22RE-BUSDT(UW22REG-HIT)
                       DELIMITED BY SIZE INTO UW22RPT-NOTE
                   GO TO LC-70-RESENT
               ELSE
                   MOVE UW22RUNID TO UW22RE-RUNID(UW22REG-HIT)
                   MOVE UW22CURR-DSNAME TO UW22RE-DSN(UW22REG-HIT)
                   MOVE 'Y' TO UW22RE-THISRUN(UW22REG-HIT)
                   ADD 1 TO UW22REPR-CNT
                   MOVE 'ACCEPTED' TO UW22RPT-STAT
                   MOVE 'RE-PRESENTED AFTER INCOMPLETE RUN' TO
                       UW22RPT-NOTE
                   PERFORM LL-10-REPORT THRU LL-EXIT
                   GO TO LC-40.
           PERFORM LC-50-ADD-REG THRU LC-59-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LC-EXIT.
           ADD 1 TO UW22ACC-CNT.
           MOVE 'ACCEPTED' TO UW22RPT-STAT.
           MOVE SPACES TO UW22RPT-NOTE.
           PERFORM LL-10-REPORT THRU LL-EXIT.
       LC-40.
           IF UW22SCH-ON = 'Y' AND UW22SCH-HIT = 0
               ADD 1 TO UW22UNSCH-CNT
               MOVE 'Y' TO UW22ANY-WARN
               MOVE 'UNSCHEDULED' TO UW22RPT-STAT
               MOVE 'FILE ID NOT ON EXPECTED-FEED SCHEDULE' TO
                   UW22RPT-NOTE
               PERFORM LL-10-REPORT THRU LL-EXIT.
           IF UW22SCH-HIT > 0
               ADD 1 TO UW22SE-NEWCNT(UW22SCH-HIT).
           GO TO LC-EXIT.
       LC-50-ADD-REG.
           IF UW22REG-CNT NOT LESS THAN UW22MAX-REG
               DISPLAY 'INTAKE REGISTER TABLE FULL - INTAKE ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LC-59-EXIT.
           ADD 1 TO UW22REG-CNT.
           MOVE UW22BUSDATE TO UW22RE-BUSDT(UW22REG-CNT).
           MOVE UW22FP-FILEID TO UW22RE-FILEID(UW22REG-CNT).
           MOVE UW22FP-CURCD TO UW22RE-CURCD(UW22REG-CNT).
           MOVE UW22FP-HDRDT TO UW22RE-HDRDT(UW22REG-CNT).
           MOVE UW22FP-CNT TO UW22RE-CNT(UW22REG-CNT).
           MOVE UW22FP-SIGN TO UW22RE-SIGN(UW22REG-CNT).
           MOVE UW22FP-AMT TO UW22RE-AMT(UW22REG-CNT).
           MOVE UW22FP-HASH TO UW22RE-HASH(UW22REG-CNT).
           MOVE 'P' TO UW22RE-STAT(UW22REG-CNT).
           MOVE UW22RUNID TO UW22RE-RUNID(UW22REG-CNT).
           MOVE UW22APRWDAY TO UW22RE-SEENDT(UW22REG-CNT).
           MOVE 0 TO UW22RE-CONSDT(UW22REG-CNT).
           MOVE UW22CURR-DSNAME TO UW22RE-DSN(UW22REG-CNT).
           MOVE 'Y' TO UW22RE-THISRUN(UW22REG-CNT).
       LC-59-EXIT.
           EXIT.
       LC-60-HASH-CHAR.
           COMPUTE UW22HASH-WRK = UW22FP-HASH * 31 +
               FUNCTION ORD(FILEINPREC(UW22CX:1)).
           COMPUTE UW22FP-HASH = FUNCTION MOD(UW22HASH-WRK, 999999937).
       LC-69-EXIT.
           EXIT.
       LC-70-RESENT.
           MOVE 'R' TO UW22EXC-TYP.
           PERFORM LF-10-OVERRIDE THRU LF-EXIT.
           IF UW22OVR-HIT = 'Y'
               ADD 1 TO UW22OVRD-CNT
               MOVE 'Y' TO UW22ANY-WARN
               MOVE 'RESENT-OVRD' TO UW22RPT-STAT
               PERFORM LL-10-REPORT THRU LL-EXIT
               PERFORM LC-50-ADD-REG THRU LC-59-EXIT
               IF RETURN-CODE NOT LESS THAN 8
                   GO TO LC-EXIT
               END-IF
               GO TO LC-40.
           ADD 1 TO UW22RESENT-CNT.
           MOVE 'Y' TO UW22ANY-BLOCK.
           MOVE 'RE-SENT' TO UW22RPT-STAT.
           PERFORM LL-10-REPORT THRU LL-EXIT.
           GO TO LC-EXIT.
       LC-80-UNREADABLE.
           ADD 1 TO UW22ERR-CNT.
           MOVE 'Y' TO UW22ANY-BLOCK.
           MOVE 'UNREADABLE' TO UW22RPT-STAT.
           PERFORM LL-10-REPORT THRU LL-EXIT.
       LC-EXIT.
           EXIT.
       LD-EXPECT SECTION.
       LD-10-EXPECTED.
           IF UW22SE-EXPCNT(UW22SX) = 0
               GO TO LD-EXIT.
           IF UW22SE-DAYS(UW22SX)(UW22DOW:1) NOT EQUAL TO 'Y'
               GO TO LD-EXIT.
           IF UW22IS-HOLIDAY = 'Y' AND UW22SE-HOLFLG(UW22SX) NOT EQUAL
                   TO 'Y'
               GO TO LD-EXIT.
           MOVE 0 TO UW22FOUND-CNT.
           MOVE 0 TO UW22MISS-HIT.
           PERFORM VARYING UW22RX FROM 1 BY 1
                   UNTIL UW22RX > UW22REG-CNT
               IF UW22RE-BUSDT(UW22RX) = UW22BUSDATE AND
                   UW22RE-FILEID(UW22RX) = UW22SE-FILEID(UW22SX)
                   IF UW22RE-STAT(UW22RX) = 'P' OR
                       UW22RE-STAT(UW22RX) = 'C'
                       ADD 1 TO UW22FOUND-CNT
                   END-IF
                   IF UW22RE-STAT(UW22RX) = 'M'
                       MOVE UW22RX TO UW22MISS-HIT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE UW22SE-FILEID(UW22SX) TO UW22FP-FILEID.
           MOVE UW22SE-DESC(UW22SX) TO UW22CURR-DSNAME.
           MOVE 0 TO UW22FP-CNT.
           MOVE 0 TO UW22FP-AMT.
           IF UW22FOUND-CNT < UW22SE-EXPCNT(UW22SX)
               MOVE SPACES TO UW22RPT-NOTE
               STRING 'EXPECTED ' UW22SE-EXPCNT(UW22SX) ' RECEIVED '
                   UW22FOUND-CNT DELIMITED BY SIZE INTO UW22RPT-NOTE
               MOVE 'M' TO UW22EXC-TYP
               PERFORM LF-10-OVERRIDE THRU LF-EXIT
               IF UW22OVR-HIT = 'Y'
                   ADD 1 TO UW22OVRD-CNT
                   MOVE 'Y' TO UW22ANY-WARN
                   MOVE 'MISSNG-OVRD' TO UW22RPT-STAT
               ELSE
                   ADD 1 TO UW22MISS-CNT
                   MOVE 'Y' TO UW22ANY-HOLD
                   MOVE 'MISSING' TO UW22RPT-STAT
               END-IF
               PERFORM LL-10-REPORT THRU LL-EXIT
               IF UW22MISS-HIT = 0
                   PERFORM LD-20-ADD-MISSING THRU LD-29-EXIT
               END-IF
               GO TO LD-EXIT.
           IF UW22MISS-HIT = 0 OR UW22SE-NEWCNT(UW22SX) = 0
               GO TO LD-EXIT.
           MOVE 'L' TO UW22RE-STAT(UW22MISS-HIT).
           MOVE SPACES TO UW22RPT-NOTE.
           STRING 'REPORTED MISSING BY RUN ' UW22RE-RUNID(UW22MISS-HIT)
               DELIMITED BY SIZE INTO UW22RPT-NOTE.
           MOVE 'L' TO UW22EXC-TYP.
           PERFORM LF-10-OVERRIDE THRU LF-EXIT.
           IF UW22OVR-HIT = 'Y'
               ADD 1 TO UW22OVRD-CNT
               MOVE 'Y' TO UW22ANY-WARN
               MOVE 'LATE-OVRD' TO UW22RPT-STAT
           ELSE
               ADD 1 TO UW22LATE-CNT
               MOVE 'Y' TO UW22ANY-HOLD
               MOVE 'LATE' TO UW22RPT-STAT.
           PERFORM LL-10-REPORT THRU LL-EXIT.
       LD-EXIT.
           EXIT.
       LD-20-ADD-MISSING.
           IF UW22REG-CNT NOT LESS THAN UW22MAX-REG
               DISPLAY 'INTAKE REGISTER TABLE FULL - MISSING FEED NOT '
                   'REGISTERED' UPON PRINTER
               MOVE 'Y' TO UW22ANY-WARN
               GO TO LD-29-EXIT.
           ADD 1 TO UW22REG-CNT.
           MOVE UW22BUSDATE TO UW22RE-BUSDT(UW22REG-CNT).
           MOVE UW22SE-FILEID(UW22SX) TO UW22RE-FILEID(UW22REG-CNT).
           MOVE SPACES TO UW22RE-CURCD(UW22REG-CNT).
           MOVE 0 TO UW22RE-HDRDT(UW22REG-CNT).
           MOVE 0 TO UW22RE-CNT(UW22REG-CNT).
           MOVE SPACE TO UW22RE-SIGN(UW22REG-CNT).
           MOVE 0 TO UW22RE-AMT(UW22REG-CNT).
           MOVE 0 TO UW22RE-HASH(UW22REG-CNT).
           MOVE 'M' TO UW22RE-STAT(UW22REG-CNT).
           MOVE UW22RUNID TO UW22RE-RUNID(UW22REG-CNT).
           MOVE UW22APRWDAY TO UW22RE-SEENDT(UW22REG-CNT).
           MOVE 0 TO UW22RE-CONSDT(UW22REG-CNT).
           MOVE SPACES TO UW22RE-DSN(UW22REG-CNT).
           MOVE 'N' TO UW22RE-THISRUN(UW22REG-CNT).
       LD-29-EXIT.
           EXIT.
       LE-COMMITREG SECTION.
       LE-10-COMMIT-REG.
           COMPUTE UW22KEEP-INT =
               FUNCTION INTEGER-OF-DATE(UW22BUSDATE) - UW22KEEP-DAYS.
           OPEN OUTPUT FILERGW.
           IF UW22RGW-STATUS NOT EQUAL TO '00'
               DISPLAY 'REGISTER STAGING FILE NOT OPENABLE - REGISTER '
                   'NOT UPDATED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
           PERFORM VARYING UW22RX FROM 1 BY 1
                   UNTIL UW22RX > UW22REG-CNT
               COMPUTE UW22WORK-INT =
                   FUNCTION INTEGER-OF-DATE(UW22RE-BUSDT(UW22RX))
               IF UW22WORK-INT NOT LESS THAN UW22KEEP-INT
                   MOVE UW22REG-ENT(UW22RX) TO FILERGWREC
                   WRITE FILERGWREC
               END-IF
           END-PERFORM.
           CLOSE FILERGW.
           OPEN INPUT FILERGW.
           IF UW22RGW-STATUS NOT EQUAL TO '00'
               DISPLAY 'REGISTER STAGING FILE NOT READABLE - REGISTER '
                   'NOT UPDATED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
           OPEN OUTPUT FILEREG.
           IF UW22REG-STATUS NOT EQUAL TO '00'
               DISPLAY 'INTAKE REGISTER NOT REWRITABLE - REGISTER NOT '
                   'UPDATED' UPON PRINTER
               CLOSE FILERGW
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
       LE-20.
           READ FILERGW AT END
               CLOSE FILERGW
               CLOSE FILEREG
               GO TO LE-EXIT.
           MOVE FILERGWREC TO FILEREGREC.
           WRITE FILEREGREC.
           IF UW22REG-STATUS NOT EQUAL TO '00'
               DISPLAY 'INTAKE REGISTER WRITE ERROR - RESTORE FROM '
                   UW22RGW-NAME UPON PRINTER
               CLOSE FILERGW
               CLOSE FILEREG
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
           GO TO LE-20.
       LE-EXIT.
           EXIT.
       LF-OVERRIDE SECTION.
       LF-10-OVERRIDE.
           MOVE 'N' TO UW22OVR-HIT.
           PERFORM VARYING UW22OX FROM 1 BY 1
                   UNTIL UW22OX > UW22OVR-CNT
               IF (UW22OE-FILEID(UW22OX) = UW22FP-FILEID OR
                   UW22OE-FILEID(UW22OX) = '***') AND
                   (UW22OE-EXCTYP(UW22OX) = UW22EXC-TYP OR
                   UW22OE-EXCTYP(UW22OX) = '*')
                   MOVE 'Y' TO UW22OVR-HIT
                   MOVE UW22OE-OPERID(UW22OX) TO UW22OVR-OPER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW22OVR-HIT = 'Y'
               MOVE SPACES TO UW22RPT-NOTE(44:17)
               STRING 'OVERRIDE ' UW22OVR-OPER
                   DELIMITED BY SIZE INTO UW22RPT-NOTE(44:17).
       LF-EXIT.
           EXIT.
       LG-LOADSCH SECTION.
       LG-10-LOAD-SCH.
           MOVE 0 TO UW22SCH-CNT.
           OPEN INPUT FILESCH.
           IF UW22SCH-STATUS = '35'
               DISPLAY 'NO EXPECTED-FEED SCHEDULE - ONLY RE-SENT FEEDS '
                   'CHECKED' UPON PRINTER
               MOVE 'Y' TO UW22ANY-WARN
               GO TO LG-EXIT.
           IF UW22SCH-STATUS NOT EQUAL TO '00'
               DISPLAY 'EXPECTED-FEED SCHEDULE NOT READABLE - INTAKE '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
           MOVE 'Y' TO UW22SCH-ON.
       LG-20.
           READ FILESCH AT END
               CLOSE FILESCH
               GO TO LG-EXIT.
           IF FILESCHREC = SPACES
               GO TO LG-20.
           IF FILESCH-FILEID = SPACES OR FILESCH-EXPCNT NOT NUMERIC
               DISPLAY 'EXPECTED-FEED SCHEDULE RECORD INVALID - '
                   'INTAKE ABORTED: ' FILESCHREC UPON PRINTER
               CLOSE FILESCH
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
           PERFORM VARYING UW22SX FROM 1 BY 1
                   UNTIL UW22SX > UW22SCH-CNT
               IF UW22SE-FILEID(UW22SX) = FILESCH-FILEID
                   DISPLAY 'DUPLICATE FILE ID ON EXPECTED-FEED '
                       'SCHEDULE - INTAKE ABORTED: ' FILESCH-FILEID
                       UPON PRINTER
                   CLOSE FILESCH
                   MOVE 8 TO RETURN-CODE
                   GO TO LG-EXIT
               END-IF
           END-PERFORM.
           IF UW22SCH-CNT NOT LESS THAN UW22MAX-SCH
               DISPLAY 'EXPECTED-FEED SCHEDULE TABLE FULL - INTAKE '
                   'ABORTED' UPON PRINTER
               CLOSE FILESCH
               MOVE 8 TO RETURN-CODE
               GO TO LG-EXIT.
           ADD 1 TO UW22SCH-CNT.
           MOVE FILESCH-FILEID TO UW22SE-FILEID(UW22SCH-CNT).
           MOVE FILESCH-EXPCNT TO UW22SE-EXPCNT(UW22SCH-CNT).
           MOVE FILESCH-DAYS TO UW22SE-DAYS(UW22SCH-CNT).
           MOVE FILESCH-HOLFLG TO UW22SE-HOLFLG(UW22SCH-CNT).
           MOVE FILESCH-DESC TO UW22SE-DESC(UW22SCH-CNT).
           MOVE 0 TO UW22SE-NEWCNT(UW22SCH-CNT).
           GO TO LG-20.
       LG-EXIT.
           EXIT.
       LH-LOADREG SECTION.
       LH-10-LOAD-REG.
           MOVE 0 TO UW22REG-CNT.
           OPEN INPUT FILEREG.
           IF UW22REG-STATUS = '35'
               GO TO LH-EXIT.
           IF UW22REG-STATUS NOT EQUAL TO '00'
               DISPLAY 'INTAKE REGISTER NOT READABLE - ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LH-EXIT.
       LH-20.
           READ FILEREG AT END
               CLOSE FILEREG
               GO TO LH-EXIT.
           IF FILEREGREC = SPACES
               GO TO LH-20.
           IF FILEREG-BUSDT NOT NUMERIC OR
               FILEREG-BUSDT < 19000101 OR
               FILEREG-BUSDT > 21001231
               DISPLAY 'INTAKE REGISTER RECORD INVALID - ABORTED'
                   UPON PRINTER
               CLOSE FILEREG
               MOVE 8 TO RETURN-CODE
               GO TO LH-EXIT.
           IF UW22REG-CNT NOT LESS THAN UW22MAX-REG
               DISPLAY 'INTAKE REGISTER TABLE FULL - ABORTED'
                   UPON PRINTER
               CLOSE FILEREG
               MOVE 8 TO RETURN-CODE
               GO TO LH-EXIT.
           ADD 1 TO UW22REG-CNT.
           MOVE FILEREGREC TO UW22REG-ENT(UW22REG-CNT).
           GO TO LH-20.
       LH-EXIT.
           EXIT.
       LI-LOADOVR SECTION.
       LI-10-LOAD-OVR.
           MOVE 0 TO UW22OVR-CNT.
           OPEN INPUT FILEOVR.
           IF UW22OVR-STATUS = '35'
               GO TO LI-EXIT.
           IF UW22OVR-STATUS NOT EQUAL TO '00'
               DISPLAY 'INTAKE OVERRIDE FILE NOT READABLE - INTAKE '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LI-EXIT.
       LI-20.
           READ FILEOVR AT END
               CLOSE FILEOVR
               GO TO LI-EXIT.
           IF FILEOVR-BUSDT NOT EQUAL TO UW22BUSDATE
               GO TO LI-20.
           IF FILEOVR-OPERID = SPACES
               DISPLAY 'OVERRIDE WITHOUT OPERATOR ID IGNORED: '
                   FILEOVR-FILEID UPON PRINTER
               MOVE 'Y' TO UW22ANY-WARN
               GO TO LI-20.
           IF UW22OVR-CNT NOT LESS THAN UW22MAX-OVR
               DISPLAY 'INTAKE OVERRIDE TABLE FULL - INTAKE ABORTED'
                   UPON PRINTER
               CLOSE FILEOVR
               MOVE 8 TO RETURN-CODE
               GO TO LI-EXIT.
           ADD 1 TO UW22OVR-CNT.
           MOVE FILEOVR-FILEID TO UW22OE-FILEID(UW22OVR-CNT).
           MOVE FILEOVR-EXCTYP TO UW22OE-EXCTYP(UW22OVR-CNT).
           MOVE FILEOVR-OPERID TO UW22OE-OPERID(UW22OVR-CNT).
           GO TO LI-20.
       LI-EXIT.
           EXIT.
       LJ-LOADHOL SECTION.
       LJ-10-LOAD-HOL.
           MOVE 0 TO UW22HOL-CNT.
           OPEN INPUT FILEHOL.
           IF UW22HOL-STATUS = '35'
               GO TO LJ-EXIT.
           IF UW22HOL-STATUS NOT EQUAL TO '00'
               DISPLAY 'HOLIDAY CALENDAR NOT READABLE - INTAKE ABORTED'
                   UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LJ-EXIT.
       LJ-20.
           READ FILEHOL AT END
               CLOSE FILEHOL
               GO TO LJ-EXIT.
           IF FILEHOLREC = SPACES
               GO TO LJ-20.
           IF FILEHOL-DATE NOT NUMERIC OR
               FILEHOL-DATE < 19000101 OR
               FILEHOL-DATE > 21001231
               DISPLAY 'HOLIDAY CALENDAR DATE INVALID - INTAKE ABORTED'
                   UPON PRINTER
               CLOSE FILEHOL
               MOVE 8 TO RETURN-CODE
               GO TO LJ-EXIT.
           IF UW22HOL-CNT NOT LESS THAN UW22MAX-HOL
               DISPLAY 'HOLIDAY TABLE FULL - INTAKE ABORTED'
                   UPON PRINTER
               CLOSE FILEHOL
               MOVE 8 TO RETURN-CODE
               GO TO LJ-EXIT.
           ADD 1 TO UW22HOL-CNT.
           MOVE FILEHOL-DATE TO UW22HOL-ENT(UW22HOL-CNT).
           GO TO LJ-20.
       LJ-EXIT.
           EXIT.
       LK-TOTALS SECTION.
       LK-10-TOTALS.
           MOVE 'FEEDS IN CONTROL FILE' TO UW22RPT-NOTE.
           MOVE UW22FEED-CNT TO UW22CNT-ED.
           PERFORM LK-20-TOTAL-LINE THRU LK-29-EXIT.
           MOVE 'ACCEPTED' TO UW22RPT-NOTE.
           MOVE UW22ACC-CNT TO UW22CNT-ED.
           PERFORM LK-20-TOTAL-LINE THRU LK-29-EXIT.
           MOVE 'RE-PRESENTED AFTER INCOMPLETE RUN' TO UW22RPT-NOTE.
           MOVE UW22REPR-CNT TO UW22CNT-ED.
           PERFORM LK-20-TOTAL-LINE THRU LK-29-EXIT.
           MOVE 'RE-ENTRY FEEDS NOT REGISTERED' TO UW22RPT-NOTE.
           MOVE UW22INT-CNT TO UW22CNT-ED.
           PERFORM LK-20-TOTAL-LINE THRU LK-29-EXIT.
           MOVE 'RE-SENT' TO UW22RPT-NOTE.
           MOVE UW22RESENT-CNT TO UW22CNT-ED.
           PERFORM LK-20-TOTAL-LINE THRU LK-29-EXIT.
           MOVE 'MISSING' TO UW22RPT-NOTE.
           MOVE UW22MISS-CNT TO UW22CNT-ED.
           PERFORM LK-20-TOTAL-LINE THRU LK-29-EXIT.
           MOVE 'LATE' TO UW22RPT-NOTE.
           MOVE UW22LATE-CNT TO UW22CNT-ED.
           PERFORM LK-20-TOTAL-LINE THRU LK-29-EXIT.
           MOVE 'UNSCHEDULED' TO UW22RPT-NOTE.
           MOVE UW22UNSCH-CNT TO UW22CNT-ED.
           PERFORM LK-20-TOTAL-LINE THRU LK-29-EXIT.
           MOVE 'UNREADABLE' TO UW22RPT-NOTE.
           MOVE UW22ERR-CNT TO UW22CNT-ED.
           PERFORM LK-20-TOTAL-LINE THRU LK-29-EXIT.
           MOVE 'EXCEPTIONS OVERRIDDEN' TO UW22RPT-NOTE.
           MOVE UW22OVRD-CNT TO UW22CNT-ED.
           PERFORM LK-20-TOTAL-LINE THRU LK-29-EXIT.
       LK-EXIT.
           EXIT.
       LK-20-TOTAL-LINE.
           MOVE SPACES TO FILERPTREC.
           MOVE 'TOTAL' TO FILERPT-STAT.
           MOVE UW22CNT-ED TO FILERPT-CNT.
           MOVE UW22RPT-NOTE TO FILERPT-NOTE.
           WRITE FILERPTREC.
       LK-29-EXIT.
           EXIT.
       LL-REPORT SECTION.
       LL-10-REPORT.
           MOVE SPACES TO FILERPTREC.
           MOVE UW22FP-FILEID TO FILERPT-FILEID.
           MOVE UW22RPT-STAT TO FILERPT-STAT.
           MOVE UW22FP-CNT TO UW22CNT-ED.
           MOVE UW22CNT-ED TO FILERPT-CNT.
           MOVE UW22FP-AMT TO UW22AMT-ED.
           MOVE UW22AMT-ED TO FILERPT-AMT.
           MOVE UW22RPT-NOTE TO FILERPT-NOTE.
           MOVE UW22CURR-DSNAME TO FILERPT-DSN.
           WRITE FILERPTREC.
           DISPLAY UW22RPT-STAT ' ' UW22FP-FILEID ' ' UW22RPT-NOTE
               UPON PRINTER.
       LL-EXIT.
           EXIT.
       LM-CONSUME SECTION.
       LM-10.
           PERFORM LH-10-LOAD-REG THRU LH-EXIT.
           IF RETURN-CODE NOT LESS THAN 8
               GO TO LM-EXIT.
           OPEN INPUT FILEREJ.
           IF UW22REJ-STATUS = '35'
               GO TO LM-30.
           IF UW22REJ-STATUS NOT EQUAL TO '00'
               DISPLAY 'MERGE REJECT FILE NOT READABLE - REGISTER NOT '
                   'UPDATED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LM-EXIT.
       LM-20.
           READ FILEREJ AT END
               CLOSE FILEREJ
               GO TO LM-30.
           IF FILEREJ-DSN = SPACES
               GO TO LM-20.
           PERFORM VARYING UW22RX FROM 1 BY 1
                   UNTIL UW22RX > UW22REG-CNT
               IF UW22RE-STAT(UW22RX) = 'P' AND
                   UW22RE-RUNID(UW22RX) = UW22RUNID AND
                   UW22RE-DSN(UW22RX) = FILEREJ-DSN
                   MOVE 'R' TO UW22RE-STAT(UW22RX)
                   ADD 1 TO UW22MREJ-CNT
                   DISPLAY 'FEED REJECTED BY MERGE, NOT CONSUMED: '
                       UW22RE-FILEID(UW22RX) ' ' FILEREJ-DSN
                       UPON PRINTER
               END-IF
           END-PERFORM.
           GO TO LM-20.
       LM-30.
           PERFORM VARYING UW22RX FROM 1 BY 1
                   UNTIL UW22RX > UW22REG-CNT
               IF UW22RE-STAT(UW22RX) = 'P' AND
                   UW22RE-RUNID(UW22RX) = UW22RUNID
                   MOVE 'C' TO UW22RE-STAT(UW22RX)
                   MOVE UW22APRWDAY TO UW22RE-CONSDT(UW22RX)
                   ADD 1 TO UW22CONS-CNT
               END-IF
           END-PERFORM.
           IF UW22CONS-CNT = 0 AND UW22MREJ-CNT = 0
               DISPLAY 'NO REGISTERED FEEDS PENDING FOR RUN '
                   UW22RUNID UPON PRINTER
               MOVE 'Y' TO UW22ANY-WARN
               GO TO LM-EXIT.
           PERFORM LE-10-COMMIT-REG THRU LE-EXIT.
           DISPLAY 'FEEDS MARKED CONSUMED: ' UW22CONS-CNT UPON PRINTER.
           DISPLAY 'FEEDS REJECTED BY MERGE: ' UW22MREJ-CNT
               UPON PRINTER.
           IF UW22MREJ-CNT > 0
               MOVE 'Y' TO UW22ANY-WARN.
       LM-EXIT.
           EXIT.
