       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEECHG01.
      *--------------------------------------------------------------
      *  Monthly service charge run over the IDXFILE account master.
      *  Prices every account against the per-currency fee tariff
      *  on TARFILE and writes the charges as a batched adjustment
      *  file (FEEFILE) in the standard ADJFILE interface layout -
      *  header, ADJ-ID/ADJ-DVZ/ADJ-BLNC details, trailer with count
      *  and hash - so the normal FILTER01 posting run applies them
      *  under all its usual controls, the same hand-over ACCRUE01
      *  uses for interest.  Three fee types are priced:
      *    M - monthly maintenance, a flat charge per account
      *    P - per-posting charge for every posting in the period
      *        over the free allowance in TAR-LIMIT
      *    L - low-balance charge when IDX-BALANCE is below the
      *        minimum balance in TAR-LIMIT
      *  Postings are counted for the period month from JRNFILE and,
      *  once JRNCLS01 has closed the month, from its JRNARCH
      *  archive (a missing JRNARCH means no period is closed yet),
      *  sorted into IDX-KEY order and matched against a sequential
      *  sweep of the master (the START / READ NEXT pattern FILTER01
      *  uses); interest and the fee postings themselves (branches
      *  ACRU and FEES) are not counted.  Each charge is rounded to
      *  its currency's minor units from CURRTAB.
      *  A charge the balance cannot cover is still written: FILTER01
      *  declines it into suspense like any other uncovered debit
      *  and re-drives it once funds arrive.  FEERPT flags those
      *  charges so nothing falls out of sight, and closes with a
      *  register per currency and fee type.
      *      FEECHG01 BUSDATE=yyyymmdd PERIOD=yyyymm BATCH=nnnnnn
      *               OVERRIDE=Y
      *  PERIOD and BATCH default to the business year+month.
      *  TARFILE records carry the numeric DVZ, the fee type, the
      *  fee amount and the limit as text, e.g.
      *      '949 P 1.50 20' - 1.50 a posting over 20 postings.
      *  A currency with no tariff entry is not charged.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY IDX-KEY
                            STATUS ST-IDX.
           SELECT TAR-FILE  ASSIGN TO TARFILE
                            STATUS ST-TAR.
           SELECT ARJ-FILE  ASSIGN TO JRNARCH
                            STATUS ST-ARJ.
           SELECT JRN-FILE  ASSIGN TO JRNFILE
                            STATUS ST-JRN.
           SELECT FEE-FILE  ASSIGN TO FEEFILE
                            STATUS ST-FEE.
           SELECT RPT-FILE  ASSIGN TO FEERPT
                            STATUS ST-RPT.
           SELECT RCT-FILE  ASSIGN TO RUNCTL
                            STATUS ST-RCT.
           SELECT SRT-FILE  ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  TAR-FILE RECORDING MODE F.
         01  TAR-REC.
           05 TAR-DVZ        PIC X(3).
           05 FILLER         PIC X(1).
           05 TAR-TYPE       PIC X(1).
           05 FILLER         PIC X(1).
           05 TAR-AMT        PIC X(16).
           05 FILLER         PIC X(1).
           05 TAR-LIMIT      PIC X(16).
      *    Archived journal posting: the closed period's stamp in
      *    front of the full JRN-REC image (92 bytes - see JRNREC).
       FD  ARJ-FILE RECORDING MODE F.
         01  ARJ-REC.
           05 ARJ-PERIOD     PIC 9(6).
           05 ARJ-IMAGE      PIC X(92).
       FD  JRN-FILE RECORDING MODE F.
           COPY JRNREC.
      *    Detail amounts and the trailer hash are explicit-decimal
      *    text, the representation FILTER01's NUMVAL parse of
      *    ADJ-BLNC and ADJ-TRL-HASH expects.
       FD  FEE-FILE RECORDING MODE F.
         01  FEE-DET-REC.
           05 FEE-ID         PIC 9(5).
           05 FEE-DVZ        PIC 9(3).
           05 FEE-BLNC       PIC -(12)9.99.
           05 FILLER         PIC X(8).
         01  FEE-HDR-REC.
           05 FEE-HDR-TYPE   PIC X(3).
           05 FEE-HDR-BRANCH PIC X(4).
           05 FEE-HDR-DATE   PIC 9(8).
           05 FEE-HDR-BATCH  PIC 9(6).
           05 FILLER         PIC X(3).
           05 FEE-HDR-SUBMIT PIC X(8).
         01  FEE-TRL-REC.
           05 FEE-TRL-TYPE   PIC X(3).
           05 FEE-TRL-COUNT  PIC 9(5).
           05 FEE-TRL-HASH   PIC -(12)9.99.
           05 FILLER         PIC X(8).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC           PIC X(80).
      *    Cross-program run control: every program in the daily
      *    sequence appends a start record at open and an end
      *    record with its return code at close, keyed on the
      *    business date, and reads the register back at startup to
      *    refuse duplicate or out-of-sequence runs.
       FD  RCT-FILE RECORDING MODE F.
         01  RCT-REC.
           05 RCT-BUS-DATE   PIC 9(8).
           05 RCT-PGM        PIC X(8).
           05 RCT-TYPE       PIC X(1).
              88 RCT-START                      VALUE 'S'.
              88 RCT-END                        VALUE 'E'.
           05 RCT-RC         PIC 9(4).
           05 RCT-STAMP-DATE PIC 9(8).
           05 RCT-STAMP-TIME PIC 9(6).
      *    Sort work record: one per countable posting in the
      *    period, in IDX-KEY order for the master match.
       SD  SRT-FILE.
         01  SRT-JRN-REC.
           05 SRT-ID         PIC 9(5).
           05 SRT-DVZ        PIC 9(3).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX         PIC 9(2).
              88 IDX-FILE-SUCCESS               VALUE 0 97.
              88 IDX-FILE-EOF                   VALUE 10.
           05 ST-TAR         PIC 9(2).
              88 TAR-FILE-EOF                   VALUE 10.
              88 TAR-FILE-SUCCESS               VALUE 0 97.
           05 ST-ARJ         PIC 9(2).
              88 ARJ-FILE-EOF                   VALUE 10.
              88 ARJ-FILE-SUCCESS               VALUE 0 97.
           05 ST-JRN         PIC 9(2).
              88 JRN-FILE-EOF                   VALUE 10.
              88 JRN-FILE-SUCCESS               VALUE 0 97.
           05 ST-FEE         PIC 9(2).
              88 FEE-FILE-SUCCESS               VALUE 0 97.
           05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
           05 ST-RCT         PIC 9(2).
              88 RCT-FILE-EOF                   VALUE 10.
              88 RCT-FILE-SUCCESS               VALUE 0 97.

      *    -- run-control working storage.  Charging is a monthly
      *    job, so the duplicate check is keyed on the business
      *    month, not the day - charging July twice is exactly what
      *    this refuses.  OVERRIDE=Y forces a genuine rerun.
           05 WS-BUS-DATE          PIC 9(8) VALUE 0.
           05 WS-BUS-YYYYMM        PIC 9(6) VALUE 0.
           05 WS-RCT-YYYYMM        PIC 9(6) VALUE 0.
           05 WS-OVERRIDE-SW       PIC X VALUE 'N'.
              88 WS-OVERRIDE              VALUE 'Y'.
           05 WS-RC-STARTED-SW     PIC X VALUE 'N'.
              88 WS-RC-STARTED            VALUE 'Y'.
           05 WS-RC-DUP-SW         PIC X VALUE 'N'.
              88 WS-RC-DUP                VALUE 'Y'.
           05 WS-RC-STARTS         PIC 9(5) VALUE 0.
           05 WS-RC-ENDS           PIC 9(5) VALUE 0.

      *    -- fee tariff loaded from TARFILE, one entry per currency
      *    and fee type
           05 WS-TAR-COUNT         PIC 9(3) VALUE 0.
           05 WS-TAR-MAX           PIC 9(3) VALUE 60.
           05 WS-TAR-TABLE.
              10 WS-TAR-ENTRY OCCURS 60 TIMES
                              INDEXED BY WS-TAR-IDX.
                 15 WS-TAR-DVZ     PIC 9(3).
                 15 WS-TAR-TYPE    PIC X(1).
                    88 WS-TAR-MAINT               VALUE 'M'.
                    88 WS-TAR-POSTING             VALUE 'P'.
                    88 WS-TAR-LOWBAL              VALUE 'L'.
                 15 WS-TAR-AMT     PIC S9(11)V9(4).
                 15 WS-TAR-LIMIT   PIC S9(13)V99.
           05 WS-TAR-TYPE-WORK     PIC X(1).
              88 WS-TAR-VALID-TYPE        VALUE 'M' 'P' 'L'.

      *    -- period posting count working storage
           05 WS-PERIOD            PIC 9(6) VALUE 0.
           05 WS-JRN-YYYYMM        PIC 9(6).
           05 WS-POST-COUNT        PIC 9(7).
           05 WS-CHARGEABLE        PIC S9(7).
           05 WS-SORT-EOF-SW       PIC X VALUE 'N'.
              88 WS-SORT-EOF              VALUE 'Y'.
           05 WS-IDX-SWEEP-EOF-SW  PIC X VALUE 'N'.
              88 WS-IDX-SWEEP-EOF         VALUE 'Y'.
           05 WS-CNT-JRN-READ      PIC 9(9) VALUE 0.
           05 WS-CNT-JRN-COUNTED   PIC 9(9) VALUE 0.
           05 WS-CNT-JRN-NOACCT    PIC 9(9) VALUE 0.

      *    -- minor-unit rounding working storage: every charge is
      *    rounded to the minor units its currency actually has on
      *    CURRTAB, so no fee can carry decimals its currency does
      *    not use
           05 WS-MINOR-DIGITS      PIC 9(1).
           05 WS-MINOR-SCALED      PIC S9(15).

      *    -- fee batch working storage
           05 WS-FEE-AMT           PIC S9(13)V99.
           05 WS-FEE-WORK          PIC S9(13)V9(4).
           05 WS-FEE-NAME          PIC X(11).
           05 WS-AVAIL-WORK        PIC S9(13)V99.
           05 WS-ACCT-CHARGED-SW   PIC X VALUE 'N'.
              88 WS-ACCT-CHARGED          VALUE 'Y'.
           05 WS-DET-COUNT         PIC 9(5) VALUE 0.
           05 WS-HASH-TOTAL        PIC S9(13)V99 VALUE 0.
           05 WS-BATCH-NO          PIC 9(6) VALUE 0.
           05 WS-CNT-ACCTS         PIC 9(9) VALUE 0.
           05 WS-CNT-CHARGED       PIC 9(9) VALUE 0.
           05 WS-CNT-SHORT         PIC 9(9) VALUE 0.

      *    -- per-currency fee register, one slot per currency and
      *    fee type
           05 WS-SUM-COUNT         PIC 9(3) VALUE 0.
           05 WS-SUM-MAX           PIC 9(3) VALUE 60.
           05 WS-SUM-TABLE.
              10 WS-SUM-ENTRY OCCURS 60 TIMES
                              INDEXED BY WS-SUM-IDX.
                 15 WS-SUM-DVZ     PIC 9(3).
                 15 WS-SUM-TYPE    PIC X(1).
                 15 WS-SUM-NAME    PIC X(11).
                 15 WS-SUM-FEES    PIC 9(7).
                 15 WS-SUM-SHORT   PIC 9(7).
                 15 WS-SUM-AMT     PIC S9(13)V99.
           05 WS-SUM-FOUND-SW      PIC X VALUE 'N'.
              88 WS-SUM-FOUND             VALUE 'Y'.

      *    -- run date/time stamp
           05 WS-RUN-STAMP.
              10 WS-RUN-DATE        PIC 9(8).
              10 WS-RUN-TIME        PIC 9(6).
              10 FILLER             PIC X(7).

      *    -- command line parsing working storage
           05 WS-PARM-LINE          PIC X(200).
           05 WS-PARM-TOKEN-COUNT   PIC 9(2) VALUE 0.
           05 WS-PARM-TOKENS.
              10 WS-PARM-TOKEN      PIC X(100) OCCURS 10 TIMES
                                    INDEXED BY WS-PTK-IDX.
           05 WS-PARM-KEYWORD       PIC X(20).
           05 WS-PARM-VALUE         PIC X(100).

      *    The posting being counted, from JRNARCH or JRNFILE.
           COPY JRNREC REPLACING LEADING ==JRN-== BY ==FCJ-==.

           COPY CURRTAB.

         01  RPT-TITLE-LINE.
           05  FILLER         PIC X(26)
                                VALUE 'SERVICE CHARGE RUN        '.
           05  RPT-DATE-O     PIC 9(8).
           05  FILLER         PIC X(08) VALUE '  BATCH '.
           05  RPT-BATCH-O    PIC 9(6).
           05  FILLER         PIC X(09) VALUE '  PERIOD '.
           05  RPT-PERIOD-O   PIC 9(6).

         01  RPT-HEADER-1.
           05  FILLER         PIC X(05) VALUE 'Id   '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(03) VALUE 'Dvz'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Balance         '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(07) VALUE 'Posts  '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(11) VALUE 'Fee        '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(14) VALUE 'Charge        '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(15) VALUE 'Note'.

         01  RPT-DETAIL-LINE.
           05  RPD-ID-O       PIC 9(5).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-DVZ-O      PIC 9(3).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-BAL-O      PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-POSTS-O    PIC ZZZZZZ9.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-FEE-O      PIC X(11).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-AMT-O      PIC -(10)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-NOTE-O     PIC X(15).

         01  RPT-SUM-TITLE.
           05  FILLER         PIC X(40)
                 VALUE 'FEE REGISTER BY CURRENCY AND FEE TYPE   '.

         01  RPT-SUM-HEADER.
           05  FILLER         PIC X(03) VALUE 'Dvz'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(03) VALUE 'Cur'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(11) VALUE 'Fee        '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(07) VALUE 'Charges'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(07) VALUE 'Short  '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Amount          '.

         01  RPT-SUM-LINE.
           05  RPS-DVZ-O      PIC 9(3).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPS-SYM-O      PIC X(3).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPS-FEE-O      PIC X(11).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPS-FEES-O     PIC ZZZZZZ9.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPS-SHORT-O    PIC ZZZZZZ9.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPS-AMT-O      PIC -(12)9.99.

         01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL  PIC X(10).
           05  FILLER         PIC X(01) VALUE ':'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPT-TOT-COUNT  PIC ZZZ,ZZZ,ZZ9.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM H050-PARSE-PARM
           PERFORM H060-RUNCTL-CHECK
           PERFORM H100-OPEN-FILES
           PERFORM H120-LOAD-TARIFF
           PERFORM H150-WRITE-BATCH-HEADER
           MOVE WS-BUS-DATE TO RPT-DATE-O
           MOVE WS-BATCH-NO TO RPT-BATCH-O
           MOVE WS-PERIOD   TO RPT-PERIOD-O
           WRITE RPT-REC FROM RPT-TITLE-LINE
           WRITE RPT-REC FROM RPT-HEADER-1
           PERFORM H200-SORTED-CHARGE-PASS
           PERFORM H350-WRITE-BATCH-TRAILER
           PERFORM H400-WRITE-REGISTER
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H050-PARSE-PARM.
           MOVE SPACES TO WS-PARM-LINE
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           MOVE 0 TO WS-PARM-TOKEN-COUNT
           MOVE 1 TO WS-PTK-IDX
           IF WS-PARM-LINE NOT = SPACES
              UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
                 INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                      WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
                      WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
                      WS-PARM-TOKEN(7) WS-PARM-TOKEN(8)
                      WS-PARM-TOKEN(9) WS-PARM-TOKEN(10)
                 TALLYING IN WS-PARM-TOKEN-COUNT
                 ON OVERFLOW
                    DISPLAY 'PARM HAS MORE THAN 10 TOKENS - '
                            'EXTRA TOKENS IGNORED'
                    MOVE 4 TO RETURN-CODE
              END-UNSTRING
           END-IF.
           IF WS-PARM-TOKEN-COUNT > 0
              PERFORM VARYING WS-PTK-IDX FROM 1 BY 1
                 UNTIL WS-PTK-IDX > WS-PARM-TOKEN-COUNT
                 IF WS-PARM-TOKEN(WS-PTK-IDX) NOT = SPACES
                    PERFORM H055-APPLY-PARM-TOKEN
                 END-IF
              END-PERFORM
           END-IF.
       H050-END. EXIT.

       H055-APPLY-PARM-TOKEN.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING WS-PARM-TOKEN(WS-PTK-IDX) DELIMITED BY '='
              INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           EVALUATE FUNCTION TRIM(WS-PARM-KEYWORD)
              WHEN 'BATCH'
                 COMPUTE WS-BATCH-NO =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
              WHEN 'BUSDATE'
                 COMPUTE WS-BUS-DATE =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
              WHEN 'PERIOD'
                 COMPUTE WS-PERIOD =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
              WHEN 'OVERRIDE'
                 IF WS-PARM-VALUE(1:1) = 'Y'
                    MOVE 'Y' TO WS-OVERRIDE-SW
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H055-END. EXIT.

      *    Startup run-control gate: refuse a second successful
      *    charge run in the same business month (double fees), or
      *    a run while an earlier one is still marked in flight;
      *    OVERRIDE=Y forces a genuine rerun.
       H060-RUNCTL-CHECK.
           IF WS-BUS-DATE = 0
              MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF
           COMPUTE WS-BUS-YYYYMM = WS-BUS-DATE / 100
           IF WS-PERIOD = 0
              MOVE WS-BUS-YYYYMM TO WS-PERIOD
           END-IF
           IF WS-BATCH-NO = 0
              MOVE WS-BUS-YYYYMM TO WS-BATCH-NO
           END-IF
           OPEN INPUT RCT-FILE
           IF RCT-FILE-SUCCESS
              PERFORM H065-SCAN-NEXT-RUNCTL UNTIL RCT-FILE-EOF
              CLOSE RCT-FILE
           END-IF
           IF NOT WS-OVERRIDE
              IF WS-RC-DUP
                 DISPLAY 'FEECHG01 ALREADY RAN SUCCESSFULLY IN '
                         WS-BUS-YYYYMM ' - RUN REFUSED, '
                         'OVERRIDE=Y FOR A GENUINE RERUN'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-RC-STARTS > WS-RC-ENDS
                 DISPLAY 'FEECHG01 IS STILL MARKED IN FLIGHT IN '
                         WS-BUS-YYYYMM ' - RUN REFUSED, '
                         'OVERRIDE=Y ONCE THE EARLIER RUN IS '
                         'ACCOUNTED FOR'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           PERFORM H070-RUNCTL-START.
       H060-END. EXIT.

       H065-SCAN-NEXT-RUNCTL.
           READ RCT-FILE.
           IF (NOT RCT-FILE-SUCCESS) AND (NOT RCT-FILE-EOF)
           DISPLAY 'UNABLE TO READ RUNCTL: ' ST-RCT
           MOVE ST-RCT TO RETURN-CODE
           GOBACK
           END-IF.
           IF (NOT RCT-FILE-EOF)
           COMPUTE WS-RCT-YYYYMM = RCT-BUS-DATE / 100
           IF WS-RCT-YYYYMM = WS-BUS-YYYYMM
              AND RCT-PGM = 'FEECHG01'
              IF RCT-START
                 ADD 1 TO WS-RC-STARTS
              END-IF
              IF RCT-END
                 ADD 1 TO WS-RC-ENDS
                 IF RCT-RC < 8
                    MOVE 'Y' TO WS-RC-DUP-SW
                 END-IF
              END-IF
           END-IF
           END-IF.
       H065-END. EXIT.

       H070-RUNCTL-START.
           OPEN EXTEND RCT-FILE
           IF RCT-FILE-SUCCESS
              MOVE WS-BUS-DATE TO RCT-BUS-DATE
              MOVE 'FEECHG01'  TO RCT-PGM
              MOVE 'S'         TO RCT-TYPE
              MOVE 0           TO RCT-RC
              MOVE WS-RUN-DATE TO RCT-STAMP-DATE
              MOVE WS-RUN-TIME TO RCT-STAMP-TIME
              WRITE RCT-REC
              CLOSE RCT-FILE
              MOVE 'Y' TO WS-RC-STARTED-SW
           ELSE
              DISPLAY 'UNABLE TO EXTEND RUNCTL: ' ST-RCT
                      ' - RUN IS NOT UNDER RUN CONTROL'
              MOVE 4 TO RETURN-CODE
           END-IF.
       H070-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  TAR-FILE.
           OPEN OUTPUT FEE-FILE.
           OPEN OUTPUT RPT-FILE.
           IF NOT IDX-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT TAR-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN TARFILE: ' ST-TAR
           MOVE ST-TAR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT FEE-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN FEEFILE: ' ST-FEE
           MOVE ST-FEE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN FEERPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H120-LOAD-TARIFF.
           PERFORM H125-READ-NEXT-TARIFF UNTIL TAR-FILE-EOF.
       H120-END. EXIT.

       H125-READ-NEXT-TARIFF.
           READ TAR-FILE.
           IF (NOT TAR-FILE-SUCCESS) AND (NOT TAR-FILE-EOF)
           DISPLAY 'UNABLE TO READ TARFILE: ' ST-TAR
           MOVE ST-TAR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT TAR-FILE-EOF)
           MOVE TAR-TYPE TO WS-TAR-TYPE-WORK
           IF TAR-DVZ NUMERIC AND WS-TAR-VALID-TYPE
              IF WS-TAR-COUNT < WS-TAR-MAX
                 ADD 1 TO WS-TAR-COUNT
                 COMPUTE WS-TAR-DVZ(WS-TAR-COUNT) =
                    FUNCTION NUMVAL (TAR-DVZ)
                 MOVE TAR-TYPE TO WS-TAR-TYPE(WS-TAR-COUNT)
                 COMPUTE WS-TAR-AMT(WS-TAR-COUNT) =
                    FUNCTION NUMVAL (TAR-AMT)
                 IF TAR-LIMIT = SPACES
                    MOVE 0 TO WS-TAR-LIMIT(WS-TAR-COUNT)
                 ELSE
                    COMPUTE WS-TAR-LIMIT(WS-TAR-COUNT) =
                       FUNCTION NUMVAL (TAR-LIMIT)
                 END-IF
              ELSE
                 DISPLAY 'WS-TAR-TABLE FULL AT ' WS-TAR-MAX
                         ' - TARIFF IGNORED: ' TAR-DVZ ' ' TAR-TYPE
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'INVALID DVZ OR FEE TYPE ON TARFILE IGNORED: '
                      TAR-DVZ ' ' TAR-TYPE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           END-IF.
       H125-END. EXIT.

       H150-WRITE-BATCH-HEADER.
           MOVE SPACES TO FEE-HDR-REC
           MOVE 'HDR'       TO FEE-HDR-TYPE
           MOVE 'FEES'      TO FEE-HDR-BRANCH
           MOVE WS-BUS-DATE TO FEE-HDR-DATE
           MOVE WS-BATCH-NO TO FEE-HDR-BATCH
           MOVE 'FEECHG01'  TO FEE-HDR-SUBMIT
           WRITE FEE-HDR-REC.
       H150-END. EXIT.

      *    The period's postings are sorted into IDX-KEY order and
      *    the master is swept alongside them, so each account's
      *    count is ready the moment the sweep reaches it.
       H200-SORTED-CHARGE-PASS.
           SORT SRT-FILE ON ASCENDING KEY SRT-ID SRT-DVZ
              INPUT PROCEDURE IS H210-RELEASE-POSTINGS
              OUTPUT PROCEDURE IS H230-CHARGE-ACCOUNTS.
       H200-END. EXIT.

      *    A closed period's postings are on JRNARCH, no longer on
      *    JRNFILE, so the archive is read first.  A close stamps
      *    everything in or before its period, so the month's
      *    postings may sit under its own stamp or a later one.
       H210-RELEASE-POSTINGS.
           OPEN INPUT ARJ-FILE
           IF ARJ-FILE-SUCCESS
              PERFORM H212-RELEASE-NEXT-ARCHIVED UNTIL ARJ-FILE-EOF
              CLOSE ARJ-FILE
           ELSE
              DISPLAY 'JRNARCH NOT AVAILABLE: ' ST-ARJ
                      ' - COUNTING JRNFILE ONLY'
           END-IF
           OPEN INPUT JRN-FILE
           IF JRN-FILE-SUCCESS
              PERFORM H215-RELEASE-NEXT-POSTING UNTIL JRN-FILE-EOF
              CLOSE JRN-FILE
           ELSE
              DISPLAY 'JRNFILE NOT AVAILABLE: ' ST-JRN
                      ' - NO POSTINGS COUNTED'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H210-END. EXIT.

       H212-RELEASE-NEXT-ARCHIVED.
           READ ARJ-FILE.
           IF (NOT ARJ-FILE-SUCCESS) AND (NOT ARJ-FILE-EOF)
           DISPLAY 'UNABLE TO READ JRNARCH: ' ST-ARJ
           MOVE ST-ARJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT ARJ-FILE-EOF)
           IF ARJ-PERIOD NOT < WS-PERIOD
              ADD 1 TO WS-CNT-JRN-READ
              MOVE ARJ-IMAGE TO FCJ-REC
              PERFORM H220-RELEASE-POSTING
           END-IF
           END-IF.
       H212-END. EXIT.

       H215-RELEASE-NEXT-POSTING.
           READ JRN-FILE.
           IF (NOT JRN-FILE-SUCCESS) AND (NOT JRN-FILE-EOF)
           DISPLAY 'UNABLE TO READ JRNFILE: ' ST-JRN
           MOVE ST-JRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT JRN-FILE-EOF)
           ADD 1 TO WS-CNT-JRN-READ
           MOVE JRN-REC TO FCJ-REC
           PERFORM H220-RELEASE-POSTING
           END-IF.
       H215-END. EXIT.

      *    Interest and the fee postings themselves are not counted.
       H220-RELEASE-POSTING.
           COMPUTE WS-JRN-YYYYMM = FCJ-RUN-DATE / 100
           IF WS-JRN-YYYYMM = WS-PERIOD
              AND FCJ-BRANCH NOT = 'ACRU'
              AND FCJ-BRANCH NOT = 'FEES'
              MOVE FCJ-ID  TO SRT-ID
              MOVE FCJ-DVZ TO SRT-DVZ
              RELEASE SRT-JRN-REC
              ADD 1 TO WS-CNT-JRN-COUNTED
           END-IF.
       H220-END. EXIT.

       H230-CHARGE-ACCOUNTS.
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM H235-RETURN-NEXT-POSTING
           MOVE 'N' TO WS-IDX-SWEEP-EOF-SW
           MOVE LOW-VALUES TO IDX-KEY
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
           IF IDX-FILE-SUCCESS
              PERFORM H240-CHARGE-NEXT-ACCOUNT
                 UNTIL WS-IDX-SWEEP-EOF
           END-IF
      *    Postings left over belong to accounts no longer on the
      *    master (closed since); they are counted, not charged.
           PERFORM H236-DROP-POSTING UNTIL WS-SORT-EOF.
       H230-END. EXIT.

       H235-RETURN-NEXT-POSTING.
           RETURN SRT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       H235-END. EXIT.

       H236-DROP-POSTING.
           ADD 1 TO WS-CNT-JRN-NOACCT
           PERFORM H235-RETURN-NEXT-POSTING.
       H236-END. EXIT.

       H240-CHARGE-NEXT-ACCOUNT.
           READ IDX-FILE NEXT RECORD.
           IF IDX-FILE-SUCCESS
              ADD 1 TO WS-CNT-ACCTS
              PERFORM H236-DROP-POSTING
                 UNTIL WS-SORT-EOF
                 OR SRT-ID > IDX-ID
                 OR (SRT-ID = IDX-ID AND SRT-DVZ NOT < IDX-DVZ)
              MOVE 0 TO WS-POST-COUNT
              PERFORM H245-COUNT-POSTING
                 UNTIL WS-SORT-EOF
                 OR SRT-ID NOT = IDX-ID
                 OR SRT-DVZ NOT = IDX-DVZ
              PERFORM H250-PRICE-ACCOUNT
           ELSE
              IF IDX-FILE-EOF
                 MOVE 'Y' TO WS-IDX-SWEEP-EOF-SW
              ELSE
                 DISPLAY 'UNABLE TO SWEEP IDXFILE: ' ST-IDX
                 MOVE ST-IDX TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H240-END. EXIT.

       H245-COUNT-POSTING.
           ADD 1 TO WS-POST-COUNT
           PERFORM H235-RETURN-NEXT-POSTING.
       H245-END. EXIT.

      *    Every tariff line for the account's currency is priced in
      *    turn.  WS-AVAIL-WORK tracks the balance left after the
      *    charges already raised, so a second fee the account can
      *    no longer cover is flagged as well as the first.
       H250-PRICE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-CHARGED-SW
           MOVE IDX-BALANCE TO WS-AVAIL-WORK
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
              UNTIL WS-TAR-IDX > WS-TAR-COUNT
              IF WS-TAR-DVZ(WS-TAR-IDX) = IDX-DVZ
                 PERFORM H260-PRICE-FEE
              END-IF
           END-PERFORM
           IF WS-ACCT-CHARGED
              ADD 1 TO WS-CNT-CHARGED
           END-IF.
       H250-END. EXIT.

       H260-PRICE-FEE.
           MOVE 0 TO WS-FEE-WORK
           EVALUATE TRUE
              WHEN WS-TAR-MAINT(WS-TAR-IDX)
                 MOVE 'MAINTENANCE' TO WS-FEE-NAME
                 MOVE WS-TAR-AMT(WS-TAR-IDX) TO WS-FEE-WORK
              WHEN WS-TAR-POSTING(WS-TAR-IDX)
                 MOVE 'POSTINGS   ' TO WS-FEE-NAME
                 COMPUTE WS-CHARGEABLE =
                    WS-POST-COUNT - WS-TAR-LIMIT(WS-TAR-IDX)
                 IF WS-CHARGEABLE > 0
                    COMPUTE WS-FEE-WORK =
                       WS-CHARGEABLE * WS-TAR-AMT(WS-TAR-IDX)
                 END-IF
              WHEN WS-TAR-LOWBAL(WS-TAR-IDX)
                 MOVE 'LOW BALANCE' TO WS-FEE-NAME
                 IF IDX-BALANCE < WS-TAR-LIMIT(WS-TAR-IDX)
                    MOVE WS-TAR-AMT(WS-TAR-IDX) TO WS-FEE-WORK
                 END-IF
           END-EVALUATE
           IF WS-FEE-WORK > 0
              PERFORM H270-ROUND-TO-MINOR
              IF WS-FEE-AMT > 0
                 PERFORM H280-WRITE-FEE
              END-IF
           END-IF.
       H260-END. EXIT.

      *    Round the charge to the minor units its currency actually
      *    has on CURRTAB; a currency not in the table keeps the
      *    full two places.
       H270-ROUND-TO-MINOR.
           MOVE 2 TO WS-MINOR-DIGITS
           PERFORM VARYING WS-CURR-IX FROM 1 BY 1
              UNTIL WS-CURR-IX > WS-CURRENCY-TABLE-SIZE
              IF IDX-DVZ = WS-CURR-CODE(WS-CURR-IX)
                 MOVE WS-CURR-MINOR(WS-CURR-IX) TO WS-MINOR-DIGITS
                 EXIT PERFORM
              END-IF
           END-PERFORM
           EVALUATE WS-MINOR-DIGITS
              WHEN 0
                 COMPUTE WS-MINOR-SCALED ROUNDED = WS-FEE-WORK
                 MOVE WS-MINOR-SCALED TO WS-FEE-AMT
              WHEN 1
                 COMPUTE WS-MINOR-SCALED ROUNDED = WS-FEE-WORK * 10
                 COMPUTE WS-FEE-AMT = WS-MINOR-SCALED / 10
              WHEN OTHER
                 COMPUTE WS-FEE-AMT ROUNDED = WS-FEE-WORK
           END-EVALUATE.
       H270-END. EXIT.

      *    The charge is a debit detail.  One the balance cannot
      *    cover is written all the same and flagged: FILTER01 puts
      *    it into suspense until funds arrive.
       H280-WRITE-FEE.
           MOVE SPACES TO FEE-DET-REC
           MOVE IDX-ID      TO FEE-ID
           MOVE IDX-DVZ     TO FEE-DVZ
           COMPUTE FEE-BLNC = 0 - WS-FEE-AMT
           WRITE FEE-DET-REC
           ADD 1 TO WS-DET-COUNT
           SUBTRACT WS-FEE-AMT FROM WS-HASH-TOTAL
           MOVE 'Y' TO WS-ACCT-CHARGED-SW
           MOVE IDX-ID        TO RPD-ID-O
           MOVE IDX-DVZ       TO RPD-DVZ-O
           MOVE IDX-BALANCE   TO RPD-BAL-O
           MOVE WS-POST-COUNT TO RPD-POSTS-O
           MOVE WS-FEE-NAME   TO RPD-FEE-O
           MOVE WS-FEE-AMT    TO RPD-AMT-O
           SUBTRACT WS-FEE-AMT FROM WS-AVAIL-WORK
           PERFORM H290-FIND-SUMMARY-SLOT
           IF WS-AVAIL-WORK < 0
              MOVE 'TO SUSPENSE' TO RPD-NOTE-O
              ADD 1 TO WS-CNT-SHORT
              IF WS-SUM-IDX NOT > WS-SUM-COUNT
                 ADD 1 TO WS-SUM-SHORT(WS-SUM-IDX)
              END-IF
           ELSE
              MOVE SPACES TO RPD-NOTE-O
           END-IF
           IF WS-SUM-IDX NOT > WS-SUM-COUNT
              ADD 1          TO WS-SUM-FEES(WS-SUM-IDX)
              ADD WS-FEE-AMT TO WS-SUM-AMT(WS-SUM-IDX)
           END-IF
           WRITE RPT-REC FROM RPT-DETAIL-LINE.
       H280-END. EXIT.

      *    Leaves WS-SUM-IDX pointing at this currency and fee
      *    type's register slot, creating it on first sight.
      *    WS-SUM-IDX lands past the table when it is full; callers
      *    test for that.
       H290-FIND-SUMMARY-SLOT.
           MOVE 'N' TO WS-SUM-FOUND-SW
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
              UNTIL WS-SUM-IDX > WS-SUM-COUNT
              IF WS-SUM-DVZ(WS-SUM-IDX) = IDX-DVZ
                 AND WS-SUM-TYPE(WS-SUM-IDX) = WS-TAR-TYPE(WS-TAR-IDX)
                 MOVE 'Y' TO WS-SUM-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-SUM-FOUND
              IF WS-SUM-COUNT < WS-SUM-MAX
                 ADD 1 TO WS-SUM-COUNT
                 SET WS-SUM-IDX TO WS-SUM-COUNT
                 MOVE IDX-DVZ     TO WS-SUM-DVZ(WS-SUM-IDX)
                 MOVE WS-TAR-TYPE(WS-TAR-IDX)
                                  TO WS-SUM-TYPE(WS-SUM-IDX)
                 MOVE WS-FEE-NAME TO WS-SUM-NAME(WS-SUM-IDX)
                 MOVE 0           TO WS-SUM-FEES(WS-SUM-IDX)
                 MOVE 0           TO WS-SUM-SHORT(WS-SUM-IDX)
                 MOVE 0           TO WS-SUM-AMT(WS-SUM-IDX)
              ELSE
                 DISPLAY 'WS-SUM-TABLE FULL AT ' WS-SUM-MAX
                         ' - REGISTER INCOMPLETE FOR DVZ: ' IDX-DVZ
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H290-END. EXIT.

       H350-WRITE-BATCH-TRAILER.
           MOVE SPACES TO FEE-TRL-REC
           MOVE 'TRL'          TO FEE-TRL-TYPE
           MOVE WS-DET-COUNT   TO FEE-TRL-COUNT
           MOVE WS-HASH-TOTAL  TO FEE-TRL-HASH
           WRITE FEE-TRL-REC.
       H350-END. EXIT.

       H400-WRITE-REGISTER.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-SUM-TITLE
           WRITE RPT-REC FROM RPT-SUM-HEADER
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
              UNTIL WS-SUM-IDX > WS-SUM-COUNT
              MOVE WS-SUM-DVZ(WS-SUM-IDX)   TO RPS-DVZ-O
              MOVE '???'                    TO RPS-SYM-O
              PERFORM VARYING WS-CURR-IX FROM 1 BY 1
                 UNTIL WS-CURR-IX > WS-CURRENCY-TABLE-SIZE
                 IF WS-SUM-DVZ(WS-SUM-IDX) = WS-CURR-CODE(WS-CURR-IX)
                    MOVE WS-CURR-SYM(WS-CURR-IX) TO RPS-SYM-O
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              MOVE WS-SUM-NAME(WS-SUM-IDX)  TO RPS-FEE-O
              MOVE WS-SUM-FEES(WS-SUM-IDX)  TO RPS-FEES-O
              MOVE WS-SUM-SHORT(WS-SUM-IDX) TO RPS-SHORT-O
              MOVE WS-SUM-AMT(WS-SUM-IDX)   TO RPS-AMT-O
              WRITE RPT-REC FROM RPT-SUM-LINE
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'ACCOUNTS  ' TO RPT-TOT-LABEL
           MOVE WS-CNT-ACCTS TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'CHARGED   ' TO RPT-TOT-LABEL
           MOVE WS-CNT-CHARGED TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'FEES      ' TO RPT-TOT-LABEL
           MOVE WS-DET-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'SUSPENSE  ' TO RPT-TOT-LABEL
           MOVE WS-CNT-SHORT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'POSTINGS  ' TO RPT-TOT-LABEL
           MOVE WS-CNT-JRN-COUNTED TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'NO ACCOUNT' TO RPT-TOT-LABEL
           MOVE WS-CNT-JRN-NOACCT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           IF WS-CNT-SHORT > 0
              DISPLAY WS-CNT-SHORT ' CHARGES EXCEED THE ACCOUNT '
                      'BALANCE AND WILL GO TO SUSPENSE'
           END-IF.
       H400-END. EXIT.

       H990-RUNCTL-END.
           IF WS-RC-STARTED
              MOVE 'N' TO WS-RC-STARTED-SW
              OPEN EXTEND RCT-FILE
              IF RCT-FILE-SUCCESS
                 MOVE WS-BUS-DATE TO RCT-BUS-DATE
                 MOVE 'FEECHG01'  TO RCT-PGM
                 MOVE 'E'         TO RCT-TYPE
                 MOVE RETURN-CODE TO RCT-RC
                 MOVE WS-RUN-DATE TO RCT-STAMP-DATE
                 MOVE WS-RUN-TIME TO RCT-STAMP-TIME
                 WRITE RCT-REC
                 CLOSE RCT-FILE
              ELSE
                 DISPLAY 'UNABLE TO EXTEND RUNCTL: ' ST-RCT
                         ' - END RECORD NOT WRITTEN'
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       H990-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H990-RUNCTL-END.
           CLOSE IDX-FILE.
           CLOSE TAR-FILE.
           CLOSE FEE-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.

      *
