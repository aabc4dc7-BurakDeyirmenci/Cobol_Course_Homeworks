       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLSCR01.
      *--------------------------------------------------------------
      *  Structuring and velocity screening for compliance.  Reads
      *  the balance audit journal (JRNFILE) over a rolling window
      *  of days ending on the business date, plus a trailing
      *  period before it - from the JRNARCH archive of closed
      *  periods as well, when the trailing period reaches back
      *  past the last period close - sorts the postings into
      *  IDX-KEY and posting order and screens every account
      *  against its currency's rules from the RULFILE rule table:
      *    CUMC - credits in the window add up to more than the
      *           cumulative limit
      *    CUMD - debits in the window add up to more than the
      *           cumulative limit
      *    NEAR - the window holds at least the rule's count of
      *           postings each just below the single-posting
      *           reporting limit (within the rule's percentage)
      *    VELO - the window's posting count is more than the
      *           rule's factor times the account's own average
      *           over the trailing period for the same number of
      *           days (and at least the rule's minimum count)
      *    PASS - money arrives and leaves again quickly: a credit
      *           followed within the rule's days by an outgoing
      *           TRFFILE transfer leg (JRN-REF set) for at least
      *           the rule's percentage of it
      *  Each alert opens a case on CASFILE - a case header and one
      *  entry record per triggering journal posting - and is
      *  printed with the same postings on AMLRPT, so compliance
      *  has the history in hand without running JRNLRPT.
      *      AMLSCR01 BUSDATE=yyyymmdd WINDOW=nnn TRAIL=nnn
      *  BUSDATE defaults to the run date, WINDOW to 30 days and
      *  TRAIL to 90 days.  A missing JRNARCH just means no period
      *  has been closed yet.
      *  RULFILE records carry, space separated: the numeric DVZ,
      *  the cumulative limit and the reporting limit with explicit
      *  decimals, then the near-limit percentage, the near-limit
      *  posting count, the velocity factor, the velocity minimum
      *  count, the pass-through days and the pass-through
      *  percentage, three digits each, e.g.
      *  '949 0000250000.00 0000050000.00 010 003 005 010 002 080'.
      *  A zero switches that rule off; a currency with no RULFILE
      *  entry is not screened.  Any alert ends the run with
      *  RETURN-CODE 4 so the scheduler can route the report.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARJ-FILE  ASSIGN TO JRNARCH
                            STATUS ST-ARJ.
           SELECT JRN-FILE  ASSIGN TO JRNFILE
                            STATUS ST-JRN.
           SELECT RUL-FILE  ASSIGN TO RULFILE
                            STATUS ST-RUL.
           SELECT CAS-FILE  ASSIGN TO CASFILE
                            STATUS ST-CAS.
           SELECT RPT-FILE  ASSIGN TO AMLRPT
                            STATUS ST-RPT.
           SELECT SRT-FILE  ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
      *    Archived journal posting: the closed period's stamp in
      *    front of the full JRN-REC image (92 bytes - see JRNREC).
       FD  ARJ-FILE RECORDING MODE F.
         01  ARJ-REC.
           05 ARJ-PERIOD     PIC 9(6).
           05 ARJ-IMAGE      PIC X(92).
       FD  JRN-FILE RECORDING MODE F.
           COPY JRNREC.
       FD  RUL-FILE RECORDING MODE F.
         01  RUL-REC.
           05 RUL-DVZ        PIC X(3).
           05 FILLER         PIC X(1).
           05 RUL-CUM-LIMIT  PIC X(16).
           05 FILLER         PIC X(1).
           05 RUL-RPT-LIMIT  PIC X(16).
           05 FILLER         PIC X(1).
           05 RUL-NEAR-PCT   PIC X(3).
           05 FILLER         PIC X(1).
           05 RUL-NEAR-COUNT PIC X(3).
           05 FILLER         PIC X(1).
           05 RUL-VEL-FACTOR PIC X(3).
           05 FILLER         PIC X(1).
           05 RUL-VEL-MIN    PIC X(3).
           05 FILLER         PIC X(1).
           05 RUL-PASS-DAYS  PIC X(3).
           05 FILLER         PIC X(1).
           05 RUL-PASS-PCT   PIC X(3).
      *    Case file: a 'C' case header per alert followed by an 'E'
      *    entry record for each journal posting that triggered it.
      *    CAS-MEASURE is what was found and CAS-LIMIT what it was
      *    held against: the window total and the cumulative limit
      *    (CUMC/CUMD), the near-limit postings' total and the
      *    reporting limit (NEAR), the window count and the count
      *    the trailing average allows (VELO), or the amount passed
      *    out and the amount received (PASS).
       FD  CAS-FILE RECORDING MODE F.
         01  CAS-HDR-REC.
           05 CAS-TYPE       PIC X(1).
           05 CAS-CASE-NO    PIC 9(6).
           05 CAS-BUS-DATE   PIC 9(8).
           05 CAS-ID         PIC 9(5).
           05 CAS-DVZ        PIC 9(3).
           05 CAS-RULE       PIC X(4).
           05 CAS-MEASURE    PIC -(12)9.99.
           05 CAS-LIMIT      PIC -(12)9.99.
           05 CAS-ENTRIES    PIC 9(5).
           05 CAS-WIN-START  PIC 9(8).
           05 FILLER         PIC X(3).
         01  CAS-ENT-REC.
           05 CAE-TYPE       PIC X(1).
           05 CAE-CASE-NO    PIC 9(6).
           05 CAE-RUN-DATE   PIC 9(8).
           05 CAE-RUN-TIME   PIC 9(6).
           05 CAE-AMT        PIC -(12)9.99.
           05 CAE-NEW-BAL    PIC -(12)9.99.
           05 CAE-BRANCH     PIC X(4).
           05 CAE-BATCH      PIC 9(6).
           05 CAE-REF        PIC X(12).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC           PIC X(100).
      *    Sort work record: one per journal posting in the trailing
      *    period or the window, in IDX-KEY and posting order.
       SD  SRT-FILE.
         01  SRT-JRN-REC.
           05 SRT-ID         PIC 9(5).
           05 SRT-DVZ        PIC 9(3).
           05 SRT-DATE       PIC 9(8).
           05 SRT-TIME       PIC 9(6).
           05 SRT-SEQ        PIC 9(9).
           05 SRT-AMT        PIC S9(13)V99.
           05 SRT-NEW-BAL    PIC S9(13)V99.
           05 SRT-BRANCH     PIC X(4).
           05 SRT-BATCH      PIC 9(6).
           05 SRT-REF        PIC X(12).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-ARJ         PIC 9(2).
              88 ARJ-FILE-EOF                   VALUE 10.
              88 ARJ-FILE-SUCCESS               VALUE 0 97.
           05 ST-JRN         PIC 9(2).
              88 JRN-FILE-EOF                   VALUE 10.
              88 JRN-FILE-SUCCESS               VALUE 0 97.
           05 ST-RUL         PIC 9(2).
              88 RUL-FILE-EOF                   VALUE 10.
              88 RUL-FILE-SUCCESS               VALUE 0 97.
           05 ST-CAS         PIC 9(2).
              88 CAS-FILE-SUCCESS               VALUE 0 97.
           05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.

      *    -- per-currency screening rules loaded from RULFILE
           05 WS-RUL-COUNT         PIC 9(2) VALUE 0.
           05 WS-RUL-MAX           PIC 9(2) VALUE 20.
           05 WS-RUL-TABLE.
              10 WS-RUL-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-RUL-IDX.
                 15 WS-RUL-DVZ        PIC 9(3).
                 15 WS-RUL-CUM-LIMIT  PIC S9(13)V99.
                 15 WS-RUL-RPT-LIMIT  PIC S9(13)V99.
                 15 WS-RUL-NEAR-PCT   PIC 9(3).
                 15 WS-RUL-NEAR-COUNT PIC 9(3).
                 15 WS-RUL-VEL-FACTOR PIC 9(3).
                 15 WS-RUL-VEL-MIN    PIC 9(3).
                 15 WS-RUL-PASS-DAYS  PIC 9(3).
                 15 WS-RUL-PASS-PCT   PIC 9(3).
           05 WS-RUL-FOUND-SW      PIC X VALUE 'N'.
              88 WS-RUL-FOUND             VALUE 'Y'.

      *    -- screening window, as yyyymmdd dates
           05 WS-WINDOW-DAYS       PIC 9(3) VALUE 30.
           05 WS-TRAIL-DAYS        PIC 9(3) VALUE 90.
           05 WS-BUS-INT           PIC 9(7).
           05 WS-WORK-INT          PIC 9(7).
           05 WS-WIN-START-DATE    PIC 9(8).
           05 WS-TRAIL-START-DATE  PIC 9(8).
           05 WS-SORT-EOF-SW       PIC X VALUE 'N'.
              88 WS-SORT-EOF              VALUE 'Y'.
           05 WS-SRT-SEQ           PIC 9(9) VALUE 0.

      *    -- the account under screening and its window postings
           05 WS-ACC-ID            PIC 9(5).
           05 WS-ACC-DVZ           PIC 9(3).
           05 WS-ACC-TRAIL-COUNT   PIC 9(7).
           05 WS-ACC-WIN-COUNT     PIC 9(7).
           05 WS-ACC-CREDITS       PIC S9(13)V99.
           05 WS-ACC-DEBITS        PIC S9(13)V99.
           05 WS-ENT-COUNT         PIC 9(3) VALUE 0.
           05 WS-ENT-MAX           PIC 9(3) VALUE 300.
           05 WS-ENT-TABLE.
              10 WS-ENT-ENTRY OCCURS 300 TIMES
                              INDEXED BY WS-ENT-IDX WS-ENT-IDX2.
                 15 WS-ENT-DATE     PIC 9(8).
                 15 WS-ENT-TIME     PIC 9(6).
                 15 WS-ENT-DAY      PIC 9(7).
                 15 WS-ENT-AMT      PIC S9(13)V99.
                 15 WS-ENT-NEW-BAL  PIC S9(13)V99.
                 15 WS-ENT-BRANCH   PIC X(4).
                 15 WS-ENT-BATCH    PIC 9(6).
                 15 WS-ENT-REF      PIC X(12).
                 15 WS-ENT-NEAR-SW  PIC X.
                    88 WS-ENT-NEAR            VALUE 'Y'.
                 15 WS-ENT-PASS-SW  PIC X.
                    88 WS-ENT-PASS            VALUE 'Y'.
           05 WS-ENT-TRUNC-SW      PIC X VALUE 'N'.
              88 WS-ENT-TRUNC             VALUE 'Y'.

      *    -- rule evaluation work fields
           05 WS-NEAR-FLOOR        PIC S9(13)V99.
           05 WS-NEAR-COUNT        PIC 9(5).
           05 WS-NEAR-TOTAL        PIC S9(13)V99.
           05 WS-VEL-ALLOWED       PIC S9(13)V99.
           05 WS-PASS-FLOOR        PIC S9(13)V99.
           05 WS-PASS-OUT          PIC S9(13)V99.
           05 WS-PASS-IN           PIC S9(13)V99.
           05 WS-PASS-COUNT        PIC 9(5).
           05 WS-ABS-AMT           PIC S9(13)V99.

      *    -- the alert being written
           05 WS-CASE-NO           PIC 9(6) VALUE 0.
           05 WS-ALERT-RULE        PIC X(4).
           05 WS-ALERT-DESC        PIC X(24).
           05 WS-ALERT-MEASURE     PIC S9(13)V99.
           05 WS-ALERT-LIMIT       PIC S9(13)V99.
           05 WS-ALERT-ENTRIES     PIC 9(5).
           05 WS-ENT-TAKE-SW       PIC X VALUE 'N'.
              88 WS-ENT-TAKE              VALUE 'Y'.

      *    -- run counters
           05 WS-CNT-ARJ-READ      PIC 9(9) VALUE 0.
           05 WS-CNT-JRN-READ      PIC 9(9) VALUE 0.
           05 WS-CNT-JRN-SCREENED  PIC 9(9) VALUE 0.
           05 WS-CNT-ACCTS         PIC 9(9) VALUE 0.
           05 WS-CNT-NO-RULE       PIC 9(9) VALUE 0.
           05 WS-CNT-ALERTS        PIC 9(9) VALUE 0.
           05 WS-CNT-CUMC          PIC 9(9) VALUE 0.
           05 WS-CNT-CUMD          PIC 9(9) VALUE 0.
           05 WS-CNT-NEAR          PIC 9(9) VALUE 0.
           05 WS-CNT-VELO          PIC 9(9) VALUE 0.
           05 WS-CNT-PASS          PIC 9(9) VALUE 0.

           05 WS-BUS-DATE          PIC 9(8) VALUE 0.

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

      *    The posting being released, from JRNARCH or JRNFILE.
           COPY JRNREC REPLACING LEADING ==JRN-== BY ==SCJ-==.

         01  RPT-TITLE-LINE.
           05  FILLER         PIC X(26)
                                VALUE 'AML SCREENING - BUS DATE  '.
           05  RPT-DATE-O     PIC 9(8).
           05  FILLER         PIC X(09) VALUE '  WINDOW '.
           05  RPT-WIN-O      PIC 9(8).
           05  FILLER         PIC X(04) VALUE ' TO '.
           05  RPT-WIN-END-O  PIC 9(8).
           05  FILLER         PIC X(08) VALUE '  TRAIL '.
           05  RPT-TRAIL-O    PIC 9(8).

         01  RPT-ALERT-LINE.
           05  FILLER         PIC X(05) VALUE 'CASE '.
           05  RPA-CASE-O     PIC 9(6).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPA-ID-O       PIC Z(4)9.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPA-DVZ-O      PIC Z(2)9.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPA-RULE-O     PIC X(4).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPA-DESC-O     PIC X(24).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPA-MEASURE-O  PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPA-LIMIT-O    PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPA-ENTRIES-O  PIC ZZZZ9.

         01  RPT-ENTRY-LINE.
           05  FILLER         PIC X(06) VALUE SPACES.
           05  RPN-DATE-O     PIC 9(8).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPN-TIME-O     PIC 9(6).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPN-AMT-O      PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPN-BAL-O      PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPN-BRANCH-O   PIC X(4).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPN-BATCH-O    PIC 9(6).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPN-REF-O      PIC X(12).

         01  RPT-TRUNC-LINE.
           05  FILLER         PIC X(06) VALUE SPACES.
           05  FILLER         PIC X(50) VALUE
               '*** FURTHER WINDOW POSTINGS NOT LISTED ***'.

         01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL  PIC X(22).
           05  RPT-TOT-COUNT  PIC ZZZ,ZZZ,ZZ9.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM H050-PARSE-PARM
           PERFORM H060-SET-WINDOW
           PERFORM H100-OPEN-FILES
           PERFORM H120-LOAD-RULES
           MOVE WS-BUS-DATE         TO RPT-DATE-O
           MOVE WS-WIN-START-DATE   TO RPT-WIN-O
           MOVE WS-BUS-DATE         TO RPT-WIN-END-O
           MOVE WS-TRAIL-START-DATE TO RPT-TRAIL-O
           WRITE RPT-REC FROM RPT-TITLE-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           PERFORM H200-SORTED-SCREEN-PASS
           PERFORM H700-WRITE-RUN-TOTALS
           IF WS-CNT-ALERTS > 0
              DISPLAY 'AML SCREENING RAISED ' WS-CNT-ALERTS
                      ' ALERT(S) - SEE AMLRPT AND CASFILE'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
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
              WHEN 'BUSDATE'
                 COMPUTE WS-BUS-DATE =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
              WHEN 'WINDOW'
                 COMPUTE WS-WINDOW-DAYS =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
              WHEN 'TRAIL'
                 COMPUTE WS-TRAIL-DAYS =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H055-END. EXIT.

      *    The window is the WINDOW days ending on the business
      *    date; the trailing period is the TRAIL days before it.
       H060-SET-WINDOW.
           IF WS-BUS-DATE = 0
              MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF
           IF WS-WINDOW-DAYS = 0
              MOVE 30 TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE (WS-BUS-DATE)
           COMPUTE WS-WORK-INT = WS-BUS-INT - WS-WINDOW-DAYS + 1
           COMPUTE WS-WIN-START-DATE =
              FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
           COMPUTE WS-WORK-INT = WS-WORK-INT - WS-TRAIL-DAYS
           COMPUTE WS-TRAIL-START-DATE =
              FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
       H060-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  RUL-FILE.
           OPEN OUTPUT CAS-FILE.
           OPEN OUTPUT RPT-FILE.
           IF NOT RUL-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN RULFILE: ' ST-RUL
           MOVE ST-RUL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT CAS-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN CASFILE: ' ST-CAS
           MOVE ST-CAS TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN AMLRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H120-LOAD-RULES.
           PERFORM H125-READ-NEXT-RULE UNTIL RUL-FILE-EOF.
       H120-END. EXIT.

       H125-READ-NEXT-RULE.
           READ RUL-FILE.
           IF (NOT RUL-FILE-SUCCESS) AND (NOT RUL-FILE-EOF)
           DISPLAY 'UNABLE TO READ RULFILE: ' ST-RUL
           MOVE ST-RUL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RUL-FILE-EOF)
           IF RUL-DVZ NUMERIC
              IF WS-RUL-COUNT < WS-RUL-MAX
                 ADD 1 TO WS-RUL-COUNT
                 SET WS-RUL-IDX TO WS-RUL-COUNT
                 COMPUTE WS-RUL-DVZ(WS-RUL-IDX) =
                    FUNCTION NUMVAL (RUL-DVZ)
                 COMPUTE WS-RUL-CUM-LIMIT(WS-RUL-IDX) =
                    FUNCTION NUMVAL (RUL-CUM-LIMIT)
                 COMPUTE WS-RUL-RPT-LIMIT(WS-RUL-IDX) =
                    FUNCTION NUMVAL (RUL-RPT-LIMIT)
                 COMPUTE WS-RUL-NEAR-PCT(WS-RUL-IDX) =
                    FUNCTION NUMVAL (RUL-NEAR-PCT)
                 COMPUTE WS-RUL-NEAR-COUNT(WS-RUL-IDX) =
                    FUNCTION NUMVAL (RUL-NEAR-COUNT)
                 COMPUTE WS-RUL-VEL-FACTOR(WS-RUL-IDX) =
                    FUNCTION NUMVAL (RUL-VEL-FACTOR)
                 COMPUTE WS-RUL-VEL-MIN(WS-RUL-IDX) =
                    FUNCTION NUMVAL (RUL-VEL-MIN)
                 COMPUTE WS-RUL-PASS-DAYS(WS-RUL-IDX) =
                    FUNCTION NUMVAL (RUL-PASS-DAYS)
                 COMPUTE WS-RUL-PASS-PCT(WS-RUL-IDX) =
                    FUNCTION NUMVAL (RUL-PASS-PCT)
              ELSE
                 DISPLAY 'WS-RUL-TABLE FULL AT ' WS-RUL-MAX
                         ' - RULE IGNORED: ' RUL-DVZ
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'NON-NUMERIC DVZ ON RULFILE IGNORED: '
                      RUL-DVZ
           END-IF
           END-IF.
       H125-END. EXIT.

      *    The trailing period and window postings are sorted into
      *    IDX-KEY and posting order, so each account's history
      *    comes back together, oldest first.
       H200-SORTED-SCREEN-PASS.
           SORT SRT-FILE ON ASCENDING KEY SRT-ID SRT-DVZ
                                          SRT-DATE SRT-TIME SRT-SEQ
              INPUT PROCEDURE IS H210-RELEASE-POSTINGS
              OUTPUT PROCEDURE IS H230-SCREEN-ACCOUNTS.
       H200-END. EXIT.

      *    The archive is released ahead of the live journal, so
      *    the release sequence stays in posting order.
       H210-RELEASE-POSTINGS.
           OPEN INPUT ARJ-FILE
           IF ARJ-FILE-SUCCESS
              PERFORM H212-RELEASE-NEXT-ARCHIVED UNTIL ARJ-FILE-EOF
              CLOSE ARJ-FILE
           ELSE
              DISPLAY 'JRNARCH NOT AVAILABLE: ' ST-ARJ
                      ' - SCREENING JRNFILE ONLY'
           END-IF
           OPEN INPUT JRN-FILE
           IF JRN-FILE-SUCCESS
              PERFORM H215-RELEASE-NEXT-POSTING UNTIL JRN-FILE-EOF
              CLOSE JRN-FILE
           ELSE
              DISPLAY 'UNABLE TO OPEN JRNFILE: ' ST-JRN
              MOVE ST-JRN TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
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
           ADD 1 TO WS-CNT-ARJ-READ
           MOVE ARJ-IMAGE TO SCJ-REC
           PERFORM H220-RELEASE-POSTING
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
           MOVE JRN-REC TO SCJ-REC
           PERFORM H220-RELEASE-POSTING
           END-IF.
       H215-END. EXIT.

      *    Only the trailing period and the window are screened.
       H220-RELEASE-POSTING.
           IF SCJ-RUN-DATE NOT < WS-TRAIL-START-DATE
              AND SCJ-RUN-DATE NOT > WS-BUS-DATE
              ADD 1 TO WS-SRT-SEQ
              MOVE SCJ-ID       TO SRT-ID
              MOVE SCJ-DVZ      TO SRT-DVZ
              MOVE SCJ-RUN-DATE TO SRT-DATE
              MOVE SCJ-RUN-TIME TO SRT-TIME
              MOVE WS-SRT-SEQ   TO SRT-SEQ
              MOVE SCJ-ADJ-AMT  TO SRT-AMT
              MOVE SCJ-NEW-BAL  TO SRT-NEW-BAL
              MOVE SCJ-BRANCH   TO SRT-BRANCH
              MOVE SCJ-BATCH    TO SRT-BATCH
              MOVE SCJ-REF      TO SRT-REF
              RELEASE SRT-JRN-REC
              ADD 1 TO WS-CNT-JRN-SCREENED
           END-IF.
       H220-END. EXIT.

       H230-SCREEN-ACCOUNTS.
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM H235-RETURN-NEXT-POSTING
           PERFORM H240-SCREEN-NEXT-ACCOUNT UNTIL WS-SORT-EOF.
       H230-END. EXIT.

       H235-RETURN-NEXT-POSTING.
           RETURN SRT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       H235-END. EXIT.

      *    Control break on IDX-KEY: gather the account's postings,
      *    then run its currency's rules over them.
       H240-SCREEN-NEXT-ACCOUNT.
           ADD 1 TO WS-CNT-ACCTS
           MOVE SRT-ID  TO WS-ACC-ID
           MOVE SRT-DVZ TO WS-ACC-DVZ
           MOVE 0 TO WS-ACC-TRAIL-COUNT
           MOVE 0 TO WS-ACC-WIN-COUNT
           MOVE 0 TO WS-ACC-CREDITS
           MOVE 0 TO WS-ACC-DEBITS
           MOVE 0 TO WS-ENT-COUNT
           MOVE 'N' TO WS-ENT-TRUNC-SW
           PERFORM H245-TAKE-POSTING
              UNTIL WS-SORT-EOF
              OR SRT-ID NOT = WS-ACC-ID
              OR SRT-DVZ NOT = WS-ACC-DVZ
           PERFORM H250-LOOKUP-RULE
           IF WS-RUL-FOUND
              IF WS-ACC-WIN-COUNT > 0
                 PERFORM H300-APPLY-RULES
              END-IF
           ELSE
              ADD 1 TO WS-CNT-NO-RULE
           END-IF.
       H240-END. EXIT.

      *    Trailing-period postings are only counted, for the
      *    account's average; window postings are totalled and kept
      *    so they can be carried on any case they trigger.
       H245-TAKE-POSTING.
           IF SRT-DATE < WS-WIN-START-DATE
              ADD 1 TO WS-ACC-TRAIL-COUNT
           ELSE
              ADD 1 TO WS-ACC-WIN-COUNT
              IF SRT-AMT > 0
                 ADD SRT-AMT TO WS-ACC-CREDITS
              ELSE
                 SUBTRACT SRT-AMT FROM WS-ACC-DEBITS
              END-IF
              IF WS-ENT-COUNT < WS-ENT-MAX
                 ADD 1 TO WS-ENT-COUNT
                 SET WS-ENT-IDX TO WS-ENT-COUNT
                 MOVE SRT-DATE    TO WS-ENT-DATE(WS-ENT-IDX)
                 MOVE SRT-TIME    TO WS-ENT-TIME(WS-ENT-IDX)
                 COMPUTE WS-ENT-DAY(WS-ENT-IDX) =
                    FUNCTION INTEGER-OF-DATE (SRT-DATE)
                 MOVE SRT-AMT     TO WS-ENT-AMT(WS-ENT-IDX)
                 MOVE SRT-NEW-BAL TO WS-ENT-NEW-BAL(WS-ENT-IDX)
                 MOVE SRT-BRANCH  TO WS-ENT-BRANCH(WS-ENT-IDX)
                 MOVE SRT-BATCH   TO WS-ENT-BATCH(WS-ENT-IDX)
                 MOVE SRT-REF     TO WS-ENT-REF(WS-ENT-IDX)
                 MOVE 'N'         TO WS-ENT-NEAR-SW(WS-ENT-IDX)
                 MOVE 'N'         TO WS-ENT-PASS-SW(WS-ENT-IDX)
              ELSE
                 IF NOT WS-ENT-TRUNC
                    DISPLAY 'WS-ENT-TABLE FULL AT ' WS-ENT-MAX
                            ' - LATER POSTINGS NOT LISTED FOR '
                            WS-ACC-ID ' ' WS-ACC-DVZ
                    MOVE 'Y' TO WS-ENT-TRUNC-SW
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM H235-RETURN-NEXT-POSTING.
       H245-END. EXIT.

       H250-LOOKUP-RULE.
           MOVE 'N' TO WS-RUL-FOUND-SW
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
              UNTIL WS-RUL-IDX > WS-RUL-COUNT
              IF WS-RUL-DVZ(WS-RUL-IDX) = WS-ACC-DVZ
                 MOVE 'Y' TO WS-RUL-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       H250-END. EXIT.

      *    WS-RUL-IDX is left on the account's rule by H250.
       H300-APPLY-RULES.
           IF WS-RUL-CUM-LIMIT(WS-RUL-IDX) > 0
              PERFORM H310-CHECK-CUMULATIVE
           END-IF
           IF WS-RUL-RPT-LIMIT(WS-RUL-IDX) > 0
              AND WS-RUL-NEAR-COUNT(WS-RUL-IDX) > 0
              PERFORM H320-CHECK-NEAR-LIMIT
           END-IF
           IF WS-RUL-VEL-FACTOR(WS-RUL-IDX) > 0
              PERFORM H330-CHECK-VELOCITY
           END-IF
           IF WS-RUL-PASS-DAYS(WS-RUL-IDX) > 0
              AND WS-RUL-PASS-PCT(WS-RUL-IDX) > 0
              PERFORM H340-CHECK-PASS-THROUGH
           END-IF.
       H300-END. EXIT.

       H310-CHECK-CUMULATIVE.
           IF WS-ACC-CREDITS > WS-RUL-CUM-LIMIT(WS-RUL-IDX)
              MOVE 'CUMC' TO WS-ALERT-RULE
              MOVE 'CUMULATIVE CREDITS      ' TO WS-ALERT-DESC
              MOVE WS-ACC-CREDITS TO WS-ALERT-MEASURE
              MOVE WS-RUL-CUM-LIMIT(WS-RUL-IDX) TO WS-ALERT-LIMIT
              ADD 1 TO WS-CNT-CUMC
              PERFORM H400-WRITE-ALERT
           END-IF
           IF WS-ACC-DEBITS > WS-RUL-CUM-LIMIT(WS-RUL-IDX)
              MOVE 'CUMD' TO WS-ALERT-RULE
              MOVE 'CUMULATIVE DEBITS       ' TO WS-ALERT-DESC
              MOVE WS-ACC-DEBITS TO WS-ALERT-MEASURE
              MOVE WS-RUL-CUM-LIMIT(WS-RUL-IDX) TO WS-ALERT-LIMIT
              ADD 1 TO WS-CNT-CUMD
              PERFORM H400-WRITE-ALERT
           END-IF.
       H310-END. EXIT.

      *    Just below the limit means at or above the limit less
      *    the rule's percentage of it, but not at the limit itself,
      *    in either direction.
       H320-CHECK-NEAR-LIMIT.
           COMPUTE WS-NEAR-FLOOR ROUNDED =
              WS-RUL-RPT-LIMIT(WS-RUL-IDX)
              * (100 - WS-RUL-NEAR-PCT(WS-RUL-IDX)) / 100
           MOVE 0 TO WS-NEAR-COUNT
           MOVE 0 TO WS-NEAR-TOTAL
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENT-COUNT
              MOVE WS-ENT-AMT(WS-ENT-IDX) TO WS-ABS-AMT
              IF WS-ABS-AMT < 0
                 COMPUTE WS-ABS-AMT = 0 - WS-ABS-AMT
              END-IF
              IF WS-ABS-AMT NOT < WS-NEAR-FLOOR
                 AND WS-ABS-AMT < WS-RUL-RPT-LIMIT(WS-RUL-IDX)
                 MOVE 'Y' TO WS-ENT-NEAR-SW(WS-ENT-IDX)
                 ADD 1 TO WS-NEAR-COUNT
                 ADD WS-ABS-AMT TO WS-NEAR-TOTAL
              END-IF
           END-PERFORM
           IF WS-NEAR-COUNT NOT < WS-RUL-NEAR-COUNT(WS-RUL-IDX)
              MOVE 'NEAR' TO WS-ALERT-RULE
              MOVE 'REPEATED NEAR-LIMIT     ' TO WS-ALERT-DESC
              MOVE WS-NEAR-TOTAL TO WS-ALERT-MEASURE
              MOVE WS-RUL-RPT-LIMIT(WS-RUL-IDX) TO WS-ALERT-LIMIT
              ADD 1 TO WS-CNT-NEAR
              PERFORM H400-WRITE-ALERT
           END-IF.
       H320-END. EXIT.

      *    The trailing average is scaled to the window's length; an
      *    account with no trailing history is held only to the
      *    rule's minimum count.
       H330-CHECK-VELOCITY.
           IF WS-TRAIL-DAYS > 0
              COMPUTE WS-VEL-ALLOWED ROUNDED =
                 WS-ACC-TRAIL-COUNT * WS-WINDOW-DAYS
                 / WS-TRAIL-DAYS * WS-RUL-VEL-FACTOR(WS-RUL-IDX)
           ELSE
              MOVE 0 TO WS-VEL-ALLOWED
           END-IF
           IF WS-ACC-WIN-COUNT > WS-VEL-ALLOWED
              AND WS-ACC-WIN-COUNT NOT < WS-RUL-VEL-MIN(WS-RUL-IDX)
              MOVE 'VELO' TO WS-ALERT-RULE
              MOVE 'POSTING VELOCITY        ' TO WS-ALERT-DESC
              MOVE WS-ACC-WIN-COUNT TO WS-ALERT-MEASURE
              MOVE WS-VEL-ALLOWED TO WS-ALERT-LIMIT
              ADD 1 TO WS-CNT-VELO
              PERFORM H400-WRITE-ALERT
           END-IF.
       H330-END. EXIT.

      *    Every credit is paired with the outgoing transfer legs
      *    that follow it within the rule's days; a leg that takes
      *    out at least the rule's share of the credit marks both.
       H340-CHECK-PASS-THROUGH.
           MOVE 0 TO WS-PASS-COUNT
           MOVE 0 TO WS-PASS-IN
           MOVE 0 TO WS-PASS-OUT
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENT-COUNT
              IF WS-ENT-AMT(WS-ENT-IDX) > 0
                 COMPUTE WS-PASS-FLOOR ROUNDED =
                    WS-ENT-AMT(WS-ENT-IDX)
                    * WS-RUL-PASS-PCT(WS-RUL-IDX) / 100
                 PERFORM H345-MATCH-OUTGOING
              END-IF
           END-PERFORM
           IF WS-PASS-COUNT > 0
              MOVE 'PASS' TO WS-ALERT-RULE
              MOVE 'RAPID PASS-THROUGH      ' TO WS-ALERT-DESC
              MOVE WS-PASS-OUT TO WS-ALERT-MEASURE
              MOVE WS-PASS-IN TO WS-ALERT-LIMIT
              ADD 1 TO WS-CNT-PASS
              PERFORM H400-WRITE-ALERT
           END-IF.
       H340-END. EXIT.

       H345-MATCH-OUTGOING.
           PERFORM VARYING WS-ENT-IDX2 FROM WS-ENT-IDX BY 1
              UNTIL WS-ENT-IDX2 > WS-ENT-COUNT
              IF WS-ENT-DAY(WS-ENT-IDX2) - WS-ENT-DAY(WS-ENT-IDX)
                 > WS-RUL-PASS-DAYS(WS-RUL-IDX)
                 EXIT PERFORM
              END-IF
              IF WS-ENT-AMT(WS-ENT-IDX2) < 0
                 AND WS-ENT-REF(WS-ENT-IDX2) NOT = SPACES
                 AND 0 - WS-ENT-AMT(WS-ENT-IDX2) NOT < WS-PASS-FLOOR
                 AND NOT WS-ENT-PASS(WS-ENT-IDX2)
                 ADD 1 TO WS-PASS-COUNT
                 MOVE 'Y' TO WS-ENT-PASS-SW(WS-ENT-IDX)
                 MOVE 'Y' TO WS-ENT-PASS-SW(WS-ENT-IDX2)
                 ADD WS-ENT-AMT(WS-ENT-IDX) TO WS-PASS-IN
                 SUBTRACT WS-ENT-AMT(WS-ENT-IDX2) FROM WS-PASS-OUT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       H345-END. EXIT.

      *    One case per alert: the header, then every window posting
      *    the rule looked at and found against, on both CASFILE and
      *    AMLRPT.
       H400-WRITE-ALERT.
           ADD 1 TO WS-CNT-ALERTS
           ADD 1 TO WS-CASE-NO
           MOVE 0 TO WS-ALERT-ENTRIES
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENT-COUNT
              PERFORM H410-SELECT-ENTRY
              IF WS-ENT-TAKE
                 ADD 1 TO WS-ALERT-ENTRIES
              END-IF
           END-PERFORM
           MOVE 'C'               TO CAS-TYPE
           MOVE WS-CASE-NO        TO CAS-CASE-NO
           MOVE WS-BUS-DATE       TO CAS-BUS-DATE
           MOVE WS-ACC-ID         TO CAS-ID
           MOVE WS-ACC-DVZ        TO CAS-DVZ
           MOVE WS-ALERT-RULE     TO CAS-RULE
           MOVE WS-ALERT-MEASURE  TO CAS-MEASURE
           MOVE WS-ALERT-LIMIT    TO CAS-LIMIT
           MOVE WS-ALERT-ENTRIES  TO CAS-ENTRIES
           MOVE WS-WIN-START-DATE TO CAS-WIN-START
           WRITE CAS-HDR-REC
           MOVE WS-CASE-NO        TO RPA-CASE-O
           MOVE WS-ACC-ID         TO RPA-ID-O
           MOVE WS-ACC-DVZ        TO RPA-DVZ-O
           MOVE WS-ALERT-RULE     TO RPA-RULE-O
           MOVE WS-ALERT-DESC     TO RPA-DESC-O
           MOVE WS-ALERT-MEASURE  TO RPA-MEASURE-O
           MOVE WS-ALERT-LIMIT    TO RPA-LIMIT-O
           MOVE WS-ALERT-ENTRIES  TO RPA-ENTRIES-O
           WRITE RPT-REC FROM RPT-ALERT-LINE
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENT-COUNT
              PERFORM H410-SELECT-ENTRY
              IF WS-ENT-TAKE
                 PERFORM H420-WRITE-ENTRY
              END-IF
           END-PERFORM
           IF WS-ENT-TRUNC
              WRITE RPT-REC FROM RPT-TRUNC-LINE
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
       H400-END. EXIT.

       H410-SELECT-ENTRY.
           MOVE 'N' TO WS-ENT-TAKE-SW
           EVALUATE WS-ALERT-RULE
              WHEN 'CUMC'
                 IF WS-ENT-AMT(WS-ENT-IDX) > 0
                    MOVE 'Y' TO WS-ENT-TAKE-SW
                 END-IF
              WHEN 'CUMD'
                 IF WS-ENT-AMT(WS-ENT-IDX) < 0
                    MOVE 'Y' TO WS-ENT-TAKE-SW
                 END-IF
              WHEN 'NEAR'
                 IF WS-ENT-NEAR(WS-ENT-IDX)
                    MOVE 'Y' TO WS-ENT-TAKE-SW
                 END-IF
              WHEN 'PASS'
                 IF WS-ENT-PASS(WS-ENT-IDX)
                    MOVE 'Y' TO WS-ENT-TAKE-SW
                 END-IF
              WHEN OTHER
                 MOVE 'Y' TO WS-ENT-TAKE-SW
           END-EVALUATE.
       H410-END. EXIT.

       H420-WRITE-ENTRY.
           MOVE 'E'                        TO CAE-TYPE
           MOVE WS-CASE-NO                 TO CAE-CASE-NO
           MOVE WS-ENT-DATE(WS-ENT-IDX)    TO CAE-RUN-DATE
           MOVE WS-ENT-TIME(WS-ENT-IDX)    TO CAE-RUN-TIME
           MOVE WS-ENT-AMT(WS-ENT-IDX)     TO CAE-AMT
           MOVE WS-ENT-NEW-BAL(WS-ENT-IDX) TO CAE-NEW-BAL
           MOVE WS-ENT-BRANCH(WS-ENT-IDX)  TO CAE-BRANCH
           MOVE WS-ENT-BATCH(WS-ENT-IDX)   TO CAE-BATCH
           MOVE WS-ENT-REF(WS-ENT-IDX)     TO CAE-REF
           WRITE CAS-ENT-REC
           MOVE WS-ENT-DATE(WS-ENT-IDX)    TO RPN-DATE-O
           MOVE WS-ENT-TIME(WS-ENT-IDX)    TO RPN-TIME-O
           MOVE WS-ENT-AMT(WS-ENT-IDX)     TO RPN-AMT-O
           MOVE WS-ENT-NEW-BAL(WS-ENT-IDX) TO RPN-BAL-O
           MOVE WS-ENT-BRANCH(WS-ENT-IDX)  TO RPN-BRANCH-O
           MOVE WS-ENT-BATCH(WS-ENT-IDX)   TO RPN-BATCH-O
           MOVE WS-ENT-REF(WS-ENT-IDX)     TO RPN-REF-O
           WRITE RPT-REC FROM RPT-ENTRY-LINE.
       H420-END. EXIT.

       H700-WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'ARCHIVE READ        : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-ARJ-READ TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'JOURNAL READ        : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-JRN-READ TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'POSTINGS SCREENED   : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-JRN-SCREENED TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'ACCOUNTS SCREENED   : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-ACCTS TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'NO RULE FOR DVZ     : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-NO-RULE TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'CUMULATIVE CREDITS  : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-CUMC TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'CUMULATIVE DEBITS   : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-CUMD TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'NEAR-LIMIT REPEATS  : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-NEAR TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'VELOCITY            : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-VELO TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'PASS-THROUGH        : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-PASS TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'CASES OPENED        : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-ALERTS TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
       H700-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUL-FILE.
           CLOSE CAS-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.

      *
