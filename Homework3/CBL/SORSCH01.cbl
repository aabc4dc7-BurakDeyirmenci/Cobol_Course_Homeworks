       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORSCH01.
      *--------------------------------------------------------------
      *  Standing-order scheduler.  Reads the SORFILE standing-order
      *  master and writes every order falling due on the business
      *  date into TRFFILE, in the layout H880-PROCESS-TRANSFERS in
      *  FILTER01 reads, so the rent, salary sweep and savings
      *  transfers customers have asked for no longer have to be
      *  keyed by hand.  Each generated transfer carries
      *      TRF-REF = 'SO' + order number + mmdd of the due date
      *  so it can be traced back to its order on the journal and
      *  on REJFILE.
      *  An order is due when its nominal due date, moved on past
      *  any Saturday, Sunday or HOLFILE holiday, is on or before
      *  the business date.  Once paid (or skipped) the due date is
      *  rolled forward a week, a month or a quarter; monthly and
      *  quarterly orders keep to SOR-DAY, falling on the last day
      *  of a shorter month.  Further occurrences the roll finds
      *  already past - a run missed over a long weekend - are
      *  reported as skipped, not paid twice.  An order whose next
      *  due date passes its end date expires and is dropped.  The
      *  surviving orders are written to SOROUT, which the operator
      *  swaps in as the next SORFILE.
      *  SCHRPT lists every generated, skipped and expired order,
      *  then every standing-order transfer the previous FILTER01
      *  run refused for insufficient funds (from its REJFILE), with
      *  the account name, so operations can contact the customer.
      *  Runs under the shared RUNCTL run control:
      *      SORSCH01 BUSDATE=yyyymmdd OVERRIDE=Y APPEND=Y
      *  BUSDATE defaults to the run date; a second run for the same
      *  business date is refused unless OVERRIDE=Y names it a
      *  genuine rerun.  APPEND=Y adds the generated transfers to a
      *  TRFFILE already holding the day's hand-keyed transfers
      *  instead of replacing it.  Missing HOLFILE or REJFILE simply
      *  mean no holidays and nothing refused.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY IDX-KEY
                            STATUS ST-IDX.
           SELECT SOR-FILE  ASSIGN TO SORFILE
                            STATUS ST-SOR.
           SELECT SON-FILE  ASSIGN TO SOROUT
                            STATUS ST-SON.
           SELECT TRF-FILE  ASSIGN TO TRFFILE
                            STATUS ST-TRF.
           SELECT HOL-FILE  ASSIGN TO HOLFILE
                            STATUS ST-HOL.
           SELECT REJ-FILE  ASSIGN TO REJFILE
                            STATUS ST-REJ.
           SELECT RPT-FILE  ASSIGN TO SCHRPT
                            STATUS ST-RPT.
           SELECT RCT-FILE  ASSIGN TO RUNCTL
                            STATUS ST-RCT.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  SOR-FILE RECORDING MODE F.
           COPY SORREC.
       FD  SON-FILE RECORDING MODE F.
           COPY SORREC REPLACING LEADING ==SOR-== BY ==SON-==.
      *    Same layout as the FILTER01 TRF-REC; the amount is
      *    explicit-decimal text for its NUMVAL parse.  An order is
      *    generated on its due date, so TRF-EFF-DATE is left blank
      *    and FILTER01 posts it at once.
       FD  TRF-FILE RECORDING MODE F.
         01  TRF-REC.
           05 TRF-FROM-ID    PIC 9(5).
           05 TRF-FROM-DVZ   PIC 9(3).
           05 TRF-TO-ID      PIC 9(5).
           05 TRF-TO-DVZ     PIC 9(3).
           05 TRF-AMT        PIC -(12)9.99.
           05 TRF-REF        PIC X(12).
           05 TRF-EFF-DATE   PIC X(8).
      *    Bank holiday calendar, one yyyymmdd date per record.
       FD  HOL-FILE RECORDING MODE F.
         01  HOL-REC.
           05 HOL-DATE       PIC X(8).
           05 FILLER         PIC X(1).
           05 HOL-DESC       PIC X(30).
      *    The previous FILTER01 run's reject file, read back for
      *    the standing-order transfers it refused.
       FD  REJ-FILE RECORDING MODE F.
         01  REJ-REC.
           05 REJ-ID-O       PIC X(5).
           05 FILLER         PIC X(01).
           05 REJ-DVZ-O      PIC X(3).
           05 FILLER         PIC X(01).
           05 REJ-STATUS-O   PIC X(2).
           05 FILLER         PIC X(01).
           05 REJ-REASON-O   PIC X(20).
           05 FILLER         PIC X(01).
           05 REJ-REF-O      PIC X(12).
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
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX         PIC 9(2).
              88 IDX-FILE-SUCCESS               VALUE 0 97.
              88 IDX-FILE-NOTFND                VALUE 23.
           05 ST-SOR         PIC 9(2).
              88 SOR-FILE-EOF                   VALUE 10.
              88 SOR-FILE-SUCCESS               VALUE 0 97.
           05 ST-SON         PIC 9(2).
              88 SON-FILE-SUCCESS               VALUE 0 97.
           05 ST-TRF         PIC 9(2).
              88 TRF-FILE-SUCCESS               VALUE 0 97.
           05 ST-HOL         PIC 9(2).
              88 HOL-FILE-EOF                   VALUE 10.
              88 HOL-FILE-SUCCESS               VALUE 0 97.
           05 ST-REJ         PIC 9(2).
              88 REJ-FILE-EOF                   VALUE 10.
              88 REJ-FILE-SUCCESS               VALUE 0 97.
           05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
           05 ST-RCT         PIC 9(2).
              88 RCT-FILE-EOF                   VALUE 10.
              88 RCT-FILE-SUCCESS               VALUE 0 97.

      *    -- order disposition working storage
           05 WS-ORDER-OK-SW       PIC X VALUE 'Y'.
              88 WS-ORDER-OK              VALUE 'Y'.
           05 WS-ORDER-REASON      PIC X(19).
           05 WS-PAY-OK-SW         PIC X VALUE 'Y'.
              88 WS-PAY-OK                VALUE 'Y'.
           05 WS-PAY-REASON        PIC X(19).
           05 WS-CATCHUP-SW        PIC X VALUE 'N'.
              88 WS-CATCHUP-DONE          VALUE 'Y'.
           05 WS-TRF-REF-WORK.
              10 FILLER             PIC X(2) VALUE 'SO'.
              10 WS-TRF-REF-ORDER   PIC 9(6).
              10 WS-TRF-REF-MMDD    PIC 9(4).

      *    -- control counts
           05 WS-CNT-READ          PIC 9(9) VALUE 0.
           05 WS-CNT-GENERATED     PIC 9(9) VALUE 0.
           05 WS-CNT-SKIPPED       PIC 9(9) VALUE 0.
           05 WS-CNT-EXPIRED       PIC 9(9) VALUE 0.
           05 WS-CNT-NOT-DUE       PIC 9(9) VALUE 0.
           05 WS-CNT-CARRIED       PIC 9(9) VALUE 0.
           05 WS-CNT-REFUSED       PIC 9(9) VALUE 0.
           05 WS-GENERATED-AMT     PIC S9(13)V99 VALUE 0.

      *    -- due-date working storage.  Day numbers come from
      *    INTEGER-OF-DATE, where day 1 (1601-01-01) was a Monday,
      *    so MOD 7 gives 6 for a Saturday and 0 for a Sunday.
           05 WS-DATE-WORK         PIC 9(8).
           05 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
              10 WS-DW-YYYY         PIC 9(4).
              10 WS-DW-MM           PIC 9(2).
              10 WS-DW-DD           PIC 9(2).
           05 WS-DAY-INT           PIC 9(7).
           05 WS-WEEKDAY           PIC 9(1).
           05 WS-DUE-ADJ           PIC 9(8).
           05 WS-MONTHS-ADD        PIC 9(2).
           05 WS-MONTH-DAYS        PIC 9(2).
           05 WS-DATE-OK-SW        PIC X VALUE 'N'.
              88 WS-DATE-OK               VALUE 'Y'.
           05 WS-BUSDAY-SW         PIC X VALUE 'N'.
              88 WS-BUSDAY                VALUE 'Y'.
           05 WS-DAYS-IN-MONTH-TABLE.
              10 FILLER             PIC X(24)
                                    VALUE '312831303130313130313031'.
           05 WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH-TABLE.
              10 WS-DIM             PIC 9(2) OCCURS 12 TIMES.

      *    -- holiday table loaded from HOLFILE
           05 WS-HOL-COUNT         PIC 9(4) VALUE 0.
           05 WS-HOL-MAX           PIC 9(4) VALUE 500.
           05 WS-HOL-TABLE.
              10 WS-HOL-DATE       PIC 9(8) OCCURS 500 TIMES
                                   INDEXED BY WS-HOL-IDX.

      *    -- minor-unit validation working storage
           05 WS-MINOR-DIGITS      PIC 9(1).
           05 WS-MINOR-CENTS       PIC S9(15).

      *    -- run-control working storage.  BUSDATE defaults to the
      *    run date; OVERRIDE=Y names a genuine rerun and bypasses
      *    the refusals.  A second scheduler run for one business
      *    date would pay every order twice.
           05 WS-BUS-DATE          PIC 9(8) VALUE 0.
           05 WS-OVERRIDE-SW       PIC X VALUE 'N'.
              88 WS-OVERRIDE              VALUE 'Y'.
           05 WS-APPEND-SW         PIC X VALUE 'N'.
              88 WS-APPEND                VALUE 'Y'.
           05 WS-RC-STARTED-SW     PIC X VALUE 'N'.
              88 WS-RC-STARTED            VALUE 'Y'.
           05 WS-RC-DUP-SW         PIC X VALUE 'N'.
              88 WS-RC-DUP                VALUE 'Y'.
           05 WS-RC-STARTS         PIC 9(5) VALUE 0.
           05 WS-RC-ENDS           PIC 9(5) VALUE 0.

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

           COPY CURRTAB.

         01  RPT-TITLE-LINE.
           05  FILLER         PIC X(26)
                                VALUE 'STANDING ORDER SCHEDULE   '.
           05  RPT-DATE-O     PIC 9(8).

         01  RPT-HEADER-1.
           05  FILLER         PIC X(06) VALUE 'Order '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(09) VALUE 'From     '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(09) VALUE 'To       '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(14) VALUE 'Amount        '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Due     '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(09) VALUE 'Result   '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(19) VALUE 'Ref / Reason'.

         01  RPT-DETAIL-LINE.
           05  RPD-ORDER-O    PIC 9(6).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-FROM-ID-O  PIC 9(5).
           05  FILLER         PIC X(01) VALUE '/'.
           05  RPD-FROM-DVZ-O PIC 9(3).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-TO-ID-O    PIC 9(5).
           05  FILLER         PIC X(01) VALUE '/'.
           05  RPD-TO-DVZ-O   PIC 9(3).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-AMT-O      PIC -(10)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-DUE-O      PIC 9(8).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-RESULT-O   PIC X(09).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-TEXT-O     PIC X(19).

         01  RPT-REFUSED-TITLE.
           05  FILLER         PIC X(40)
                 VALUE 'REFUSED FOR FUNDS IN THE PREVIOUS RUN - '.
           05  FILLER         PIC X(20)
                 VALUE 'CONTACT THE CUSTOMER'.

         01  RPT-REFUSED-HEADER.
           05  FILLER         PIC X(06) VALUE 'Order '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(09) VALUE 'From     '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(30) VALUE 'Account Name'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(12) VALUE 'Transfer Ref'.

         01  RPT-REFUSED-LINE.
           05  RPF-ORDER-O    PIC X(6).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPF-FROM-ID-O  PIC X(5).
           05  FILLER         PIC X(01) VALUE '/'.
           05  RPF-FROM-DVZ-O PIC X(3).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPF-NAME-O     PIC X(30).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPF-REF-O      PIC X(12).

         01  RPT-NOREFUSED-LINE.
           05  FILLER         PIC X(40)
                 VALUE 'NO STANDING ORDERS REFUSED FOR FUNDS    '.

         01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL  PIC X(10).
           05  FILLER         PIC X(01) VALUE ':'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPT-TOT-COUNT  PIC ZZZ,ZZZ,ZZ9.

         01  RPT-AMOUNT-LINE.
           05  RPA-TOT-LABEL  PIC X(10).
           05  FILLER         PIC X(01) VALUE ':'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPA-TOT-AMT    PIC -(12)9.99.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM H050-PARSE-PARM
           PERFORM H060-RUNCTL-CHECK
           PERFORM H100-OPEN-FILES
           PERFORM H120-LOAD-HOLIDAYS
           MOVE WS-BUS-DATE TO RPT-DATE-O
           WRITE RPT-REC FROM RPT-TITLE-LINE
           WRITE RPT-REC FROM RPT-HEADER-1
           PERFORM H200-READ-NEXT-ORDER UNTIL SOR-FILE-EOF
           PERFORM H400-LIST-REFUSED
           PERFORM H450-WRITE-TOTALS
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
              WHEN 'OVERRIDE'
                 IF WS-PARM-VALUE(1:1) = 'Y'
                    MOVE 'Y' TO WS-OVERRIDE-SW
                 END-IF
              WHEN 'APPEND'
                 IF WS-PARM-VALUE(1:1) = 'Y'
                    MOVE 'Y' TO WS-APPEND-SW
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H055-END. EXIT.

      *    Startup run-control gate: refuse a duplicate successful
      *    run for the business date, or a run while an earlier one
      *    is still marked in flight; OVERRIDE=Y forces a genuine
      *    rerun past the refusals.
       H060-RUNCTL-CHECK.
           IF WS-BUS-DATE = 0
              MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF
           OPEN INPUT RCT-FILE
           IF RCT-FILE-SUCCESS
              PERFORM H065-SCAN-NEXT-RUNCTL UNTIL RCT-FILE-EOF
              CLOSE RCT-FILE
           END-IF
           IF NOT WS-OVERRIDE
              IF WS-RC-DUP
                 DISPLAY 'SORSCH01 ALREADY RAN SUCCESSFULLY FOR '
                         WS-BUS-DATE ' - RUN REFUSED, OVERRIDE=Y '
                         'FOR A GENUINE RERUN'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-RC-STARTS > WS-RC-ENDS
                 DISPLAY 'SORSCH01 IS STILL MARKED IN FLIGHT FOR '
                         WS-BUS-DATE ' - RUN REFUSED, OVERRIDE=Y '
                         'ONCE THE EARLIER RUN IS ACCOUNTED FOR'
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
           IF RCT-BUS-DATE = WS-BUS-DATE
              AND RCT-PGM = 'SORSCH01'
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
              MOVE 'SORSCH01'  TO RCT-PGM
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
           OPEN INPUT  SOR-FILE.
           OPEN OUTPUT SON-FILE.
           IF WS-APPEND
              OPEN EXTEND TRF-FILE
           ELSE
              OPEN OUTPUT TRF-FILE
           END-IF.
           OPEN INPUT  HOL-FILE.
           OPEN OUTPUT RPT-FILE.
           IF NOT IDX-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT SOR-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SORFILE: ' ST-SOR
           MOVE ST-SOR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT SON-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SOROUT: ' ST-SON
           MOVE ST-SON TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT TRF-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN TRFFILE: ' ST-TRF
           MOVE ST-TRF TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT HOL-FILE-SUCCESS
           DISPLAY 'HOLFILE NOT AVAILABLE: ' ST-HOL
                   ' - ONLY WEEKENDS ARE NON-BUSINESS DAYS'
           MOVE 10 TO ST-HOL
           END-IF.

           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SCHRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H120-LOAD-HOLIDAYS.
           PERFORM H125-READ-NEXT-HOLIDAY UNTIL HOL-FILE-EOF.
       H120-END. EXIT.

       H125-READ-NEXT-HOLIDAY.
           READ HOL-FILE.
           IF (NOT HOL-FILE-SUCCESS) AND (NOT HOL-FILE-EOF)
           DISPLAY 'UNABLE TO READ HOLFILE: ' ST-HOL
           MOVE ST-HOL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HOL-FILE-EOF)
           IF HOL-DATE NUMERIC
              IF WS-HOL-COUNT < WS-HOL-MAX
                 ADD 1 TO WS-HOL-COUNT
                 MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
              ELSE
                 DISPLAY 'WS-HOL-TABLE FULL AT ' WS-HOL-MAX
                         ' - HOLIDAY IGNORED: ' HOL-DATE
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'NON-NUMERIC DATE ON HOLFILE IGNORED: '
                      HOL-DATE
           END-IF
           END-IF.
       H125-END. EXIT.

      *    One standing order per call.  An order that fails its
      *    edit is reported and carried forward untouched so it
      *    shows up every day until it is corrected; an expired one
      *    is dropped; one not yet due is carried as it stands.
       H200-READ-NEXT-ORDER.
           READ SOR-FILE.
           IF (NOT SOR-FILE-SUCCESS) AND (NOT SOR-FILE-EOF)
           DISPLAY 'UNABLE TO READ SORFILE: ' ST-SOR
           MOVE ST-SOR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT SOR-FILE-EOF)
           ADD 1 TO WS-CNT-READ
           MOVE SOR-REC TO SON-REC
           PERFORM H210-EDIT-ORDER
           IF NOT WS-ORDER-OK
              MOVE 'SKIPPED  '     TO RPD-RESULT-O
              MOVE WS-ORDER-REASON TO RPD-TEXT-O
              PERFORM H300-WRITE-DETAIL-LINE
              ADD 1 TO WS-CNT-SKIPPED
              PERFORM H320-CARRY-ORDER
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              IF SON-END-DATE NOT = 0
                 AND SON-NEXT-DUE > SON-END-DATE
                 MOVE 'EXPIRED  '        TO RPD-RESULT-O
                 MOVE 'END DATE PASSED'  TO RPD-TEXT-O
                 PERFORM H300-WRITE-DETAIL-LINE
                 ADD 1 TO WS-CNT-EXPIRED
              ELSE
                 PERFORM H280-ADJUST-DUE-DATE
                 IF WS-DUE-ADJ > WS-BUS-DATE
                    ADD 1 TO WS-CNT-NOT-DUE
                    PERFORM H320-CARRY-ORDER
                 ELSE
                    PERFORM H230-PROCESS-DUE-ORDER
                 END-IF
              END-IF
           END-IF
           END-IF.
       H200-END. EXIT.

       H210-EDIT-ORDER.
           MOVE 'Y' TO WS-ORDER-OK-SW
           MOVE SPACES TO WS-ORDER-REASON
           IF SOR-ORDER-NO NOT NUMERIC
              OR SOR-FROM-ID NOT NUMERIC OR SOR-FROM-DVZ NOT NUMERIC
              OR SOR-TO-ID NOT NUMERIC OR SOR-TO-DVZ NOT NUMERIC
              MOVE 'NON-NUMERIC KEY' TO WS-ORDER-REASON
              MOVE 'N' TO WS-ORDER-OK-SW
           END-IF
           IF WS-ORDER-OK
              IF SOR-AMT NOT NUMERIC
                 MOVE 'INVALID AMOUNT' TO WS-ORDER-REASON
                 MOVE 'N' TO WS-ORDER-OK-SW
              ELSE
                 IF SOR-AMT NOT > 0
                    MOVE 'AMOUNT NOT POSITIVE' TO WS-ORDER-REASON
                    MOVE 'N' TO WS-ORDER-OK-SW
                 END-IF
              END-IF
           END-IF
           IF WS-ORDER-OK AND NOT SOR-VALID-FREQ
              MOVE 'INVALID FREQUENCY' TO WS-ORDER-REASON
              MOVE 'N' TO WS-ORDER-OK-SW
           END-IF
           IF WS-ORDER-OK
              IF SOR-DAY NOT NUMERIC OR SOR-DAY > 31
                 MOVE 'INVALID DAY' TO WS-ORDER-REASON
                 MOVE 'N' TO WS-ORDER-OK-SW
              END-IF
           END-IF
           IF WS-ORDER-OK
              MOVE SOR-NEXT-DUE TO WS-DATE-WORK
              PERFORM H290-CHECK-DATE
              IF NOT WS-DATE-OK
                 MOVE 'INVALID DUE DATE' TO WS-ORDER-REASON
                 MOVE 'N' TO WS-ORDER-OK-SW
              END-IF
           END-IF
           IF WS-ORDER-OK AND SOR-END-DATE NOT NUMERIC
              MOVE 'INVALID END DATE' TO WS-ORDER-REASON
              MOVE 'N' TO WS-ORDER-OK-SW
           END-IF
           IF WS-ORDER-OK
              AND SOR-FROM-ID = SOR-TO-ID
              AND SOR-FROM-DVZ = SOR-TO-DVZ
              MOVE 'SAME ACCOUNT' TO WS-ORDER-REASON
              MOVE 'N' TO WS-ORDER-OK-SW
           END-IF
           IF WS-ORDER-OK
              PERFORM H215-CHECK-MINOR-UNITS
           END-IF
      *    A monthly or quarterly order set up without an anchor day
      *    takes it from its first due date, and keeps it from then
      *    on through the carried-forward record.
           IF WS-ORDER-OK AND SON-DAY = 0
              AND NOT SON-WEEKLY
              MOVE WS-DW-DD TO SON-DAY
           END-IF.
       H210-END. EXIT.

       H215-CHECK-MINOR-UNITS.
           MOVE 2 TO WS-MINOR-DIGITS
           PERFORM VARYING WS-CURR-IX FROM 1 BY 1
              UNTIL WS-CURR-IX > WS-CURRENCY-TABLE-SIZE
              IF SOR-FROM-DVZ = WS-CURR-CODE(WS-CURR-IX)
                 MOVE WS-CURR-MINOR(WS-CURR-IX) TO WS-MINOR-DIGITS
                 EXIT PERFORM
              END-IF
           END-PERFORM
           COMPUTE WS-MINOR-CENTS = SOR-AMT * 100
           EVALUATE WS-MINOR-DIGITS
              WHEN 0
                 IF FUNCTION MOD(WS-MINOR-CENTS, 100) NOT = 0
                    MOVE 'BAD MINOR UNITS' TO WS-ORDER-REASON
                    MOVE 'N' TO WS-ORDER-OK-SW
                 END-IF
              WHEN 1
                 IF FUNCTION MOD(WS-MINOR-CENTS, 10) NOT = 0
                    MOVE 'BAD MINOR UNITS' TO WS-ORDER-REASON
                    MOVE 'N' TO WS-ORDER-OK-SW
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H215-END. EXIT.

      *    The order is due today.  A suspended order, or one whose
      *    accounts have gone, misses this occurrence but still rolls
      *    on, so it does not pay a backlog the day it is fixed.
       H230-PROCESS-DUE-ORDER.
           MOVE 'Y' TO WS-PAY-OK-SW
           MOVE SPACES TO WS-PAY-REASON
           IF SON-SUSPENDED
              MOVE 'ORDER SUSPENDED' TO WS-PAY-REASON
              MOVE 'N' TO WS-PAY-OK-SW
           ELSE
              PERFORM H240-CHECK-ACCOUNTS
           END-IF
           IF WS-PAY-OK
              PERFORM H250-WRITE-TRANSFER
              MOVE 'GENERATED' TO RPD-RESULT-O
              MOVE TRF-REF     TO RPD-TEXT-O
              PERFORM H300-WRITE-DETAIL-LINE
           ELSE
              MOVE 'SKIPPED  '   TO RPD-RESULT-O
              MOVE WS-PAY-REASON TO RPD-TEXT-O
              PERFORM H300-WRITE-DETAIL-LINE
              ADD 1 TO WS-CNT-SKIPPED
           END-IF
           PERFORM H260-ROLL-FORWARD
           MOVE 'N' TO WS-CATCHUP-SW
           PERFORM H270-SKIP-MISSED UNTIL WS-CATCHUP-DONE
           IF SON-END-DATE NOT = 0
              AND SON-NEXT-DUE > SON-END-DATE
              MOVE 'EXPIRED  '        TO RPD-RESULT-O
              MOVE 'END DATE REACHED' TO RPD-TEXT-O
              PERFORM H300-WRITE-DETAIL-LINE
              ADD 1 TO WS-CNT-EXPIRED
           ELSE
              PERFORM H320-CARRY-ORDER
           END-IF.
       H230-END. EXIT.

       H240-CHECK-ACCOUNTS.
           MOVE SON-FROM-ID  TO IDX-ID
           MOVE SON-FROM-DVZ TO IDX-DVZ
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY
                MOVE 'FROM ACCT NOT FOUND' TO WS-PAY-REASON
                MOVE 'N' TO WS-PAY-OK-SW
           END-READ
           IF WS-PAY-OK
              MOVE SON-TO-ID  TO IDX-ID
              MOVE SON-TO-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IDX-KEY
                INVALID KEY
                   MOVE 'TO ACCT NOT FOUND' TO WS-PAY-REASON
                   MOVE 'N' TO WS-PAY-OK-SW
              END-READ
           END-IF.
       H240-END. EXIT.

       H250-WRITE-TRANSFER.
           MOVE SON-ORDER-NO     TO WS-TRF-REF-ORDER
           MOVE SON-NEXT-DUE     TO WS-DATE-WORK
           COMPUTE WS-TRF-REF-MMDD = WS-DW-MM * 100 + WS-DW-DD
           MOVE SON-FROM-ID      TO TRF-FROM-ID
           MOVE SON-FROM-DVZ     TO TRF-FROM-DVZ
           MOVE SON-TO-ID        TO TRF-TO-ID
           MOVE SON-TO-DVZ       TO TRF-TO-DVZ
           MOVE SON-AMT          TO TRF-AMT
           MOVE WS-TRF-REF-WORK  TO TRF-REF
           MOVE SPACES           TO TRF-EFF-DATE
           WRITE TRF-REC
           MOVE WS-BUS-DATE TO SON-LAST-DATE
           ADD 1 TO WS-CNT-GENERATED
           ADD SON-AMT TO WS-GENERATED-AMT.
       H250-END. EXIT.

       H260-ROLL-FORWARD.
           EVALUATE TRUE
              WHEN SON-WEEKLY
                 COMPUTE WS-DAY-INT =
                    FUNCTION INTEGER-OF-DATE (SON-NEXT-DUE) + 7
                 COMPUTE SON-NEXT-DUE =
                    FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
              WHEN SON-MONTHLY
                 MOVE 1 TO WS-MONTHS-ADD
                 PERFORM H265-ADD-MONTHS
              WHEN SON-QUARTERLY
                 MOVE 3 TO WS-MONTHS-ADD
                 PERFORM H265-ADD-MONTHS
           END-EVALUATE.
       H260-END. EXIT.

      *    Step the nominal due date on by whole months, then put it
      *    back on the anchor day - or the last day of the month
      *    when the month is too short for it.
       H265-ADD-MONTHS.
           MOVE SON-NEXT-DUE TO WS-DATE-WORK
           ADD WS-MONTHS-ADD TO WS-DW-MM
           IF WS-DW-MM > 12
              SUBTRACT 12 FROM WS-DW-MM
              ADD 1 TO WS-DW-YYYY
           END-IF
           PERFORM H295-DAYS-IN-MONTH
           IF SON-DAY > WS-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-DW-DD
           ELSE
              MOVE SON-DAY TO WS-DW-DD
           END-IF
           MOVE WS-DATE-WORK TO SON-NEXT-DUE.
       H265-END. EXIT.

      *    Any further occurrence the roll lands on that is already
      *    due was missed while the scheduler did not run; it is
      *    reported and passed over, never paid late in a bunch.
       H270-SKIP-MISSED.
           IF SON-END-DATE NOT = 0
              AND SON-NEXT-DUE > SON-END-DATE
              MOVE 'Y' TO WS-CATCHUP-SW
           ELSE
              PERFORM H280-ADJUST-DUE-DATE
              IF WS-DUE-ADJ > WS-BUS-DATE
                 MOVE 'Y' TO WS-CATCHUP-SW
              ELSE
                 MOVE 'SKIPPED  '         TO RPD-RESULT-O
                 MOVE 'MISSED OCCURRENCE' TO RPD-TEXT-O
                 PERFORM H300-WRITE-DETAIL-LINE
                 ADD 1 TO WS-CNT-SKIPPED
                 PERFORM H260-ROLL-FORWARD
              END-IF
           END-IF.
       H270-END. EXIT.

      *    WS-DUE-ADJ is the day the order is actually paid: its
      *    nominal due date moved on past weekends and holidays.
       H280-ADJUST-DUE-DATE.
           COMPUTE WS-DAY-INT =
              FUNCTION INTEGER-OF-DATE (SON-NEXT-DUE)
           MOVE 'N' TO WS-BUSDAY-SW
           PERFORM H285-TEST-BUSINESS-DAY UNTIL WS-BUSDAY
           COMPUTE WS-DUE-ADJ = FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
       H280-END. EXIT.

       H285-TEST-BUSINESS-DAY.
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DAY-INT, 7)
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
              ADD 1 TO WS-DAY-INT
           ELSE
              COMPUTE WS-DUE-ADJ =
                 FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
              MOVE 'Y' TO WS-BUSDAY-SW
              PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                 UNTIL WS-HOL-IDX > WS-HOL-COUNT
                 IF WS-HOL-DATE(WS-HOL-IDX) = WS-DUE-ADJ
                    MOVE 'N' TO WS-BUSDAY-SW
                    ADD 1 TO WS-DAY-INT
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
       H285-END. EXIT.

      *    Calendar check of WS-DATE-WORK: month 1-12 and a day
      *    that month actually has.
       H290-CHECK-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-DATE-WORK NUMERIC
              AND WS-DW-YYYY > 1600
              AND WS-DW-MM > 0 AND WS-DW-MM < 13
              PERFORM H295-DAYS-IN-MONTH
              IF WS-DW-DD > 0 AND WS-DW-DD NOT > WS-MONTH-DAYS
                 MOVE 'Y' TO WS-DATE-OK-SW
              END-IF
           END-IF.
       H290-END. EXIT.

       H295-DAYS-IN-MONTH.
           MOVE WS-DIM(WS-DW-MM) TO WS-MONTH-DAYS
           IF WS-DW-MM = 2
              IF FUNCTION MOD (WS-DW-YYYY, 4) = 0
                 AND (FUNCTION MOD (WS-DW-YYYY, 100) NOT = 0
                      OR FUNCTION MOD (WS-DW-YYYY, 400) = 0)
                 MOVE 29 TO WS-MONTH-DAYS
              END-IF
           END-IF.
       H295-END. EXIT.

       H300-WRITE-DETAIL-LINE.
           MOVE SOR-ORDER-NO TO RPD-ORDER-O
           MOVE SOR-FROM-ID  TO RPD-FROM-ID-O
           MOVE SOR-FROM-DVZ TO RPD-FROM-DVZ-O
           MOVE SOR-TO-ID    TO RPD-TO-ID-O
           MOVE SOR-TO-DVZ   TO RPD-TO-DVZ-O
           IF SOR-AMT NUMERIC
              MOVE SOR-AMT TO RPD-AMT-O
           ELSE
              MOVE 0 TO RPD-AMT-O
           END-IF
           IF SON-NEXT-DUE NUMERIC
              MOVE SON-NEXT-DUE TO RPD-DUE-O
           ELSE
              MOVE 0 TO RPD-DUE-O
           END-IF
           WRITE RPT-REC FROM RPT-DETAIL-LINE.
       H300-END. EXIT.

       H320-CARRY-ORDER.
           WRITE SON-REC
           ADD 1 TO WS-CNT-CARRIED.
       H320-END. EXIT.

      *    The standing-order transfers FILTER01 refused for funds
      *    last run are on its REJFILE with their TRF-REF, which
      *    starts 'SO' followed by the order number.
       H400-LIST-REFUSED.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-REFUSED-TITLE
           WRITE RPT-REC FROM RPT-REFUSED-HEADER
           OPEN INPUT REJ-FILE
           IF REJ-FILE-SUCCESS
              PERFORM H410-READ-NEXT-REJECT UNTIL REJ-FILE-EOF
              CLOSE REJ-FILE
           ELSE
              DISPLAY 'REJFILE NOT AVAILABLE: ' ST-REJ
                      ' - NO REFUSED TRANSFERS LISTED'
           END-IF
           IF WS-CNT-REFUSED = 0
              WRITE RPT-REC FROM RPT-NOREFUSED-LINE
           END-IF.
       H400-END. EXIT.

       H410-READ-NEXT-REJECT.
           READ REJ-FILE.
           IF (NOT REJ-FILE-SUCCESS) AND (NOT REJ-FILE-EOF)
           DISPLAY 'UNABLE TO READ REJFILE: ' ST-REJ
           MOVE ST-REJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REJ-FILE-EOF)
           IF REJ-REASON-O = 'INSUFFICIENT FUNDS'
              AND REJ-REF-O(1:2) = 'SO'
              MOVE REJ-REF-O(3:6) TO RPF-ORDER-O
              MOVE REJ-ID-O       TO RPF-FROM-ID-O
              MOVE REJ-DVZ-O      TO RPF-FROM-DVZ-O
              MOVE REJ-REF-O      TO RPF-REF-O
              MOVE SPACES         TO RPF-NAME-O
              IF REJ-ID-O NUMERIC AND REJ-DVZ-O NUMERIC
                 COMPUTE IDX-ID = FUNCTION NUMVAL (REJ-ID-O)
                 COMPUTE IDX-DVZ = FUNCTION NUMVAL (REJ-DVZ-O)
                 READ IDX-FILE KEY IDX-KEY
                   INVALID KEY
                      MOVE '*** ACCOUNT NOT ON FILE ***' TO RPF-NAME-O
                   NOT INVALID KEY
                      MOVE IDX-NAME TO RPF-NAME-O
                 END-READ
              END-IF
              WRITE RPT-REC FROM RPT-REFUSED-LINE
              ADD 1 TO WS-CNT-REFUSED
           END-IF
           END-IF.
       H410-END. EXIT.

       H450-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'READ      ' TO RPT-TOT-LABEL
           MOVE WS-CNT-READ TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'GENERATED ' TO RPT-TOT-LABEL
           MOVE WS-CNT-GENERATED TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'AMOUNT    ' TO RPA-TOT-LABEL
           MOVE WS-GENERATED-AMT TO RPA-TOT-AMT
           WRITE RPT-REC FROM RPT-AMOUNT-LINE
           MOVE 'SKIPPED   ' TO RPT-TOT-LABEL
           MOVE WS-CNT-SKIPPED TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'EXPIRED   ' TO RPT-TOT-LABEL
           MOVE WS-CNT-EXPIRED TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'NOT DUE   ' TO RPT-TOT-LABEL
           MOVE WS-CNT-NOT-DUE TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'CARRIED   ' TO RPT-TOT-LABEL
           MOVE WS-CNT-CARRIED TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'REFUSED   ' TO RPT-TOT-LABEL
           MOVE WS-CNT-REFUSED TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
       H450-END. EXIT.

       H990-RUNCTL-END.
           IF WS-RC-STARTED
              MOVE 'N' TO WS-RC-STARTED-SW
              OPEN EXTEND RCT-FILE
              IF RCT-FILE-SUCCESS
                 MOVE WS-BUS-DATE TO RCT-BUS-DATE
                 MOVE 'SORSCH01'  TO RCT-PGM
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
           CLOSE SOR-FILE.
           CLOSE SON-FILE.
           CLOSE TRF-FILE.
           CLOSE HOL-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.

      *
