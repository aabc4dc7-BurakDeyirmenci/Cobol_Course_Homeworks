       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR01.
      *--------------------------------------------------------------
      *  General ledger interface extract.  Reads the day's postings
      *  from the balance audit journal (JRNFILE) and the day's
      *  suspense write-offs (FRJFILE) and produces a balanced
      *  double-entry GL journal on GLFILE, summarised per currency,
      *  branch (JRN-BRANCH) and posting source:
      *    ADJ  - ordinary adjustment batches
      *    ACRU - interest from ACCRUE01
      *    CLRG - clearing receipts from CLRTRN01
      *    CLRO - outbound clearing payments and their returns from
      *           CLROUT01
      *    FEES - service charges from FEECHG01
      *    TRFR - balance transfers (JRN-REF set)
      *    REVR - reversing batches from BCHREV01, known from the
      *           BCHFILE register entry marked 'R'
      *    WOFF - suspense items written off on FRJFILE
      *  Every customer posting is booked against the customer
      *  liability control account (mapping source CUST) with the
      *  source's contra account on the other side; a write-off is
      *  booked to the write-off account against the suspense
      *  account (mapping source SUSP).  All GL account numbers come
      *  from the GLMFILE mapping table, so finance can repoint a
      *  contra without a program change.
      *  The summarised journal is proved before GLFILE is written:
      *  debits must equal credits in every currency and every line
      *  must have a mapped GL account.  The contra side mirrors the
      *  customer side, so that alone proves little; the customer
      *  and write-off side is also proved, per currency, against
      *  control totals taken straight off the input records as
      *  they are read - journal debits and credits from
      *  JRN-ADJ-AMT (each posting checked against its own balance
      *  movement, JRN-NEW-BAL less JRN-OLD-BAL) and the write-off
      *  total from FRJFILE - together with the posting count.
      *  Only then does GLFILE get
      *  its header, detail lines and trailer (line count, debit and
      *  credit totals) for the GL system to check.  A run that does
      *  not prove leaves GLFILE empty, lists the imbalance on GLRPT
      *  and ends with return code 8.
      *  Runs under the shared RUNCTL run control:
      *      GLEXTR01 BUSDATE=yyyymmdd POSTDATE=yyyymmdd OVERRIDE=Y
      *  BUSDATE defaults to the run date, POSTDATE - the journal run
      *  date to extract - to the business date.
      *  GLMFILE records carry the source, the numeric DVZ ('000'
      *  for every currency not given its own line), the GL account
      *  and a description, e.g. 'ACRU 000 5100000100 INTEREST'.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE  ASSIGN TO JRNFILE
                            STATUS ST-JRN.
           SELECT FRJ-FILE  ASSIGN TO FRJFILE
                            STATUS ST-FRJ.
           SELECT BCH-FILE  ASSIGN TO BCHFILE
                            STATUS ST-BCH.
           SELECT GLM-FILE  ASSIGN TO GLMFILE
                            STATUS ST-GLM.
           SELECT GL-FILE   ASSIGN TO GLFILE
                            STATUS ST-GL.
           SELECT RPT-FILE  ASSIGN TO GLRPT
                            STATUS ST-RPT.
           SELECT RCT-FILE  ASSIGN TO RUNCTL
                            STATUS ST-RCT.
       DATA DIVISION.
       FILE SECTION.
       FD  JRN-FILE RECORDING MODE F.
           COPY JRNREC.
      *    FILTER01's final-reject listing of suspense items written
      *    off, read back as text.
       FD  FRJ-FILE RECORDING MODE F.
         01  FRJ-REC.
           05 FRJ-ID-O       PIC X(5).
           05 FILLER         PIC X(01).
           05 FRJ-DVZ-O      PIC X(3).
           05 FILLER         PIC X(01).
           05 FRJ-AMT-O      PIC X(16).
           05 FILLER         PIC X(01).
           05 FRJ-RETRY-O    PIC X(2).
           05 FILLER         PIC X(01).
           05 FRJ-REASON-O   PIC X(20).
           05 FILLER         PIC X(01).
           05 FRJ-BRANCH-O   PIC X(4).
       FD  BCH-FILE RECORDING MODE F.
         01  BCH-REC.
           05 BCH-BRANCH     PIC X(4).
           05 BCH-BATCH-NO   PIC 9(6).
           05 BCH-DATE       PIC 9(8).
           05 BCH-STATUS     PIC X(1).
              88 BCH-REVERSED                   VALUE 'R'.
           05 BCH-REV-BATCH  PIC 9(6).
       FD  GLM-FILE RECORDING MODE F.
         01  GLM-REC.
           05 GLM-SOURCE     PIC X(4).
           05 FILLER         PIC X(1).
           05 GLM-DVZ        PIC X(3).
           05 FILLER         PIC X(1).
           05 GLM-ACCOUNT    PIC X(10).
           05 FILLER         PIC X(1).
           05 GLM-DESC       PIC X(30).
      *    GL interface file: header, one detail per GL account per
      *    currency / branch / source, trailer with the line count
      *    and debit and credit totals.  Amounts are explicit-decimal
      *    text.
       FD  GL-FILE RECORDING MODE F.
         01  GL-DET-REC.
           05 GLD-TYPE       PIC X(3).
           05 GLD-DVZ        PIC 9(3).
           05 GLD-BRANCH     PIC X(4).
           05 GLD-SOURCE     PIC X(4).
           05 GLD-ACCOUNT    PIC X(10).
           05 GLD-DEBIT      PIC -(12)9.99.
           05 GLD-CREDIT     PIC -(12)9.99.
           05 GLD-COUNT      PIC 9(7).
         01  GL-HDR-REC.
           05 GLH-TYPE       PIC X(3).
           05 GLH-BUS-DATE   PIC 9(8).
           05 GLH-POST-DATE  PIC 9(8).
           05 GLH-RUN-DATE   PIC 9(8).
           05 GLH-RUN-TIME   PIC 9(6).
           05 GLH-SYSTEM     PIC X(8).
           05 FILLER         PIC X(22).
         01  GL-TRL-REC.
           05 GLT-TYPE       PIC X(3).
           05 GLT-COUNT      PIC 9(7).
           05 GLT-DEBIT      PIC -(12)9.99.
           05 GLT-CREDIT     PIC -(12)9.99.
           05 FILLER         PIC X(21).
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
           05 ST-JRN         PIC 9(2).
              88 JRN-FILE-EOF                   VALUE 10.
              88 JRN-FILE-SUCCESS               VALUE 0 97.
           05 ST-FRJ         PIC 9(2).
              88 FRJ-FILE-EOF                   VALUE 10.
              88 FRJ-FILE-SUCCESS               VALUE 0 97.
           05 ST-BCH         PIC 9(2).
              88 BCH-FILE-EOF                   VALUE 10.
              88 BCH-FILE-SUCCESS               VALUE 0 97.
           05 ST-GLM         PIC 9(2).
              88 GLM-FILE-EOF                   VALUE 10.
              88 GLM-FILE-SUCCESS               VALUE 0 97.
           05 ST-GL          PIC 9(2).
              88 GL-FILE-SUCCESS                VALUE 0 97.
           05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
           05 ST-RCT         PIC 9(2).
              88 RCT-FILE-EOF                   VALUE 10.
              88 RCT-FILE-SUCCESS               VALUE 0 97.

           05 TEMP-DVZ       PIC 9(3).
           05 TEMP-BRANCH    PIC X(4).
           05 TEMP-SOURCE    PIC X(4).
           05 TEMP-AMT       PIC S9(13)V99.

      *    -- GL account mapping loaded from GLMFILE
           05 WS-GLM-COUNT         PIC 9(3) VALUE 0.
           05 WS-GLM-MAX           PIC 9(3) VALUE 200.
           05 WS-GLM-TABLE.
              10 WS-GLM-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-GLM-IDX.
                 15 WS-GLM-SOURCE  PIC X(4).
                 15 WS-GLM-DVZ     PIC 9(3).
                 15 WS-GLM-ACCOUNT PIC X(10).
           05 WS-MAP-SOURCE        PIC X(4).
           05 WS-MAP-ACCOUNT       PIC X(10).

      *    -- reversing batches from the BCHFILE register
           05 WS-REV-COUNT         PIC 9(3) VALUE 0.
           05 WS-REV-MAX           PIC 9(3) VALUE 500.
           05 WS-REV-TABLE.
              10 WS-REV-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-REV-IDX.
                 15 WS-REV-BRANCH  PIC X(4).
                 15 WS-REV-BATCH   PIC 9(6).
           05 WS-REV-FOUND-SW      PIC X VALUE 'N'.
              88 WS-REV-FOUND             VALUE 'Y'.

      *    -- journal summary, one slot per currency / branch /
      *    source.  WS-SUM-DEBIT and WS-SUM-CREDIT are the customer
      *    (or write-off) side; the contra side is their mirror.
           05 WS-SUM-COUNT         PIC 9(4) VALUE 0.
           05 WS-SUM-MAX           PIC 9(4) VALUE 1000.
           05 WS-SUM-TABLE.
              10 WS-SUM-ENTRY OCCURS 1000 TIMES
                              INDEXED BY WS-SUM-IDX.
                 15 WS-SUM-DVZ     PIC 9(3).
                 15 WS-SUM-BRANCH  PIC X(4).
                 15 WS-SUM-SOURCE  PIC X(4).
                 15 WS-SUM-DEBIT   PIC S9(13)V99.
                 15 WS-SUM-CREDIT  PIC S9(13)V99.
                 15 WS-SUM-POSTS   PIC 9(7).
                 15 WS-SUM-ACCT-A  PIC X(10).
                 15 WS-SUM-ACCT-B  PIC X(10).
           05 WS-SUM-FOUND-SW      PIC X VALUE 'N'.
              88 WS-SUM-FOUND             VALUE 'Y'.

      *    -- per-currency proof.  WS-CUR-DEBIT and WS-CUR-CREDIT
      *    are both sides of the mapped GL lines; the SIDE-A fields
      *    are the customer and write-off side alone, and the CTL
      *    fields the control totals taken off the input records.
           05 WS-CUR-COUNT         PIC 9(2) VALUE 0.
           05 WS-CUR-MAX           PIC 9(2) VALUE 50.
           05 WS-CUR-TABLE.
              10 WS-CUR-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-CUR-IDX.
                 15 WS-CUR-DVZ     PIC 9(3).
                 15 WS-CUR-DEBIT   PIC S9(13)V99.
                 15 WS-CUR-CREDIT  PIC S9(13)V99.
                 15 WS-CUR-A-DEBIT PIC S9(13)V99.
                 15 WS-CUR-A-CREDIT
                                   PIC S9(13)V99.
                 15 WS-CUR-A-WOFF  PIC S9(13)V99.
                 15 WS-CUR-A-POSTS PIC 9(7).
                 15 WS-CUR-CTL-DEBIT
                                   PIC S9(13)V99.
                 15 WS-CUR-CTL-CREDIT
                                   PIC S9(13)V99.
                 15 WS-CUR-CTL-WOFF
                                   PIC S9(13)V99.
                 15 WS-CUR-CTL-POSTS
                                   PIC 9(7).
           05 WS-CUR-FOUND-SW      PIC X VALUE 'N'.
              88 WS-CUR-FOUND             VALUE 'Y'.
           05 WS-BALANCED-SW       PIC X VALUE 'Y'.
              88 WS-BALANCED              VALUE 'Y'.
           05 WS-UNMAPPED-COUNT    PIC 9(5) VALUE 0.
           05 WS-CTL-BREAKS        PIC 9(5) VALUE 0.
           05 WS-CTL-DIFF          PIC S9(13)V99.
           05 WS-TABLE-FULL-SW     PIC X VALUE 'N'.
              88 WS-TABLE-FULL            VALUE 'Y'.

      *    -- control counts and GLFILE totals
           05 WS-CNT-JRN-READ      PIC 9(9) VALUE 0.
           05 WS-CNT-JRN-TAKEN     PIC 9(9) VALUE 0.
           05 WS-CNT-FRJ-READ      PIC 9(9) VALUE 0.
           05 WS-CNT-JRN-BAD       PIC 9(9) VALUE 0.
           05 WS-GL-LINES          PIC 9(7) VALUE 0.
           05 WS-GL-DEBIT          PIC S9(13)V99 VALUE 0.
           05 WS-GL-CREDIT         PIC S9(13)V99 VALUE 0.

      *    -- run-control working storage.  BUSDATE defaults to the
      *    run date; OVERRIDE=Y names a genuine rerun and bypasses
      *    the refusals.
           05 WS-BUS-DATE          PIC 9(8) VALUE 0.
           05 WS-POST-DATE         PIC 9(8) VALUE 0.
           05 WS-OVERRIDE-SW       PIC X VALUE 'N'.
              88 WS-OVERRIDE              VALUE 'Y'.
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

         01  RPT-TITLE-LINE.
           05  FILLER         PIC X(26)
                                VALUE 'GENERAL LEDGER EXTRACT    '.
           05  RPT-DATE-O     PIC 9(8).
           05  FILLER         PIC X(11) VALUE '  POSTINGS '.
           05  RPT-POST-O     PIC 9(8).

         01  RPT-HEADER-1.
           05  FILLER         PIC X(03) VALUE 'Dvz'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(04) VALUE 'Brch'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(04) VALUE 'Src '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(10) VALUE 'GL Account'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Debit           '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Credit          '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(07) VALUE 'Posts  '.

         01  RPT-DETAIL-LINE.
           05  RPD-DVZ-O      PIC 9(3).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-BRANCH-O   PIC X(4).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-SOURCE-O   PIC X(4).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-ACCOUNT-O  PIC X(10).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-DEBIT-O    PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-CREDIT-O   PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPD-POSTS-O    PIC ZZZZZZ9.

         01  RPT-PROOF-TITLE.
           05  FILLER         PIC X(40)
                 VALUE 'DEBIT / CREDIT PROOF BY CURRENCY        '.

         01  RPT-PROOF-LINE.
           05  RPP-DVZ-O      PIC 9(3).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPP-DEBIT-O    PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPP-CREDIT-O   PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPP-DIFF-O     PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPP-STATUS-O   PIC X(10).

         01  RPT-CTL-TITLE.
           05  FILLER         PIC X(40)
                 VALUE 'EXTRACT / INPUT CONTROLS BY CURRENCY    '.

         01  RPT-CTL-LINE.
           05  RPC-DVZ-O      PIC 9(3).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPC-ITEM-O     PIC X(8).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPC-EXTRACT-O  PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPC-CONTROL-O  PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPC-DIFF-O     PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPC-STATUS-O   PIC X(10).

         01  RPT-UNMAPPED-LINE.
           05  FILLER         PIC X(20) VALUE '*** NO GL MAPPING: '.
           05  RPU-SOURCE-O   PIC X(4).
           05  FILLER         PIC X(05) VALUE ' DVZ '.
           05  RPU-DVZ-O      PIC 9(3).
           05  FILLER         PIC X(08) VALUE ' BRANCH '.
           05  RPU-BRANCH-O   PIC X(4).
           05  FILLER         PIC X(04) VALUE ' ***'.

         01  RPT-RESULT-LINE.
           05  RPR-TEXT-O     PIC X(60).

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
           PERFORM H120-LOAD-MAPPING
           PERFORM H140-LOAD-REVERSALS
           PERFORM H200-READ-NEXT-JOURNAL UNTIL JRN-FILE-EOF
           PERFORM H250-READ-NEXT-WRITEOFF UNTIL FRJ-FILE-EOF
           PERFORM H300-RESOLVE-ACCOUNTS
           PERFORM H400-WRITE-SUMMARY
           PERFORM H450-PROVE-BALANCE
           IF WS-BALANCED
              PERFORM H500-WRITE-GL-FILE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM H600-WRITE-TOTALS
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
              WHEN 'POSTDATE'
                 COMPUTE WS-POST-DATE =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
              WHEN 'OVERRIDE'
                 IF WS-PARM-VALUE(1:1) = 'Y'
                    MOVE 'Y' TO WS-OVERRIDE-SW
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
           IF WS-POST-DATE = 0
              MOVE WS-BUS-DATE TO WS-POST-DATE
           END-IF
           OPEN INPUT RCT-FILE
           IF RCT-FILE-SUCCESS
              PERFORM H065-SCAN-NEXT-RUNCTL UNTIL RCT-FILE-EOF
              CLOSE RCT-FILE
           END-IF
           IF NOT WS-OVERRIDE
              IF WS-RC-DUP
                 DISPLAY 'GLEXTR01 ALREADY RAN SUCCESSFULLY FOR '
                         WS-BUS-DATE ' - RUN REFUSED, OVERRIDE=Y '
                         'FOR A GENUINE RERUN'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-RC-STARTS > WS-RC-ENDS
                 DISPLAY 'GLEXTR01 IS STILL MARKED IN FLIGHT FOR '
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
              AND RCT-PGM = 'GLEXTR01'
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
              MOVE 'GLEXTR01'  TO RCT-PGM
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

      *    GLFILE is opened - and so emptied - up front: a run that
      *    does not prove must not leave yesterday's extract lying
      *    there to be picked up again.
       H100-OPEN-FILES.
           OPEN INPUT  JRN-FILE.
           OPEN INPUT  FRJ-FILE.
           OPEN INPUT  GLM-FILE.
           OPEN OUTPUT GL-FILE.
           OPEN OUTPUT RPT-FILE.
           IF NOT JRN-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN JRNFILE: ' ST-JRN
           MOVE ST-JRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT FRJ-FILE-SUCCESS
           DISPLAY 'FRJFILE NOT AVAILABLE: ' ST-FRJ
                   ' - NO WRITE-OFFS EXTRACTED'
           MOVE 10 TO ST-FRJ
           END-IF.

           IF NOT GLM-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN GLMFILE: ' ST-GLM
           MOVE ST-GLM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT GL-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN GLFILE: ' ST-GL
           MOVE ST-GL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN GLRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H120-LOAD-MAPPING.
           PERFORM H125-READ-NEXT-MAPPING UNTIL GLM-FILE-EOF.
       H120-END. EXIT.

       H125-READ-NEXT-MAPPING.
           READ GLM-FILE.
           IF (NOT GLM-FILE-SUCCESS) AND (NOT GLM-FILE-EOF)
           DISPLAY 'UNABLE TO READ GLMFILE: ' ST-GLM
           MOVE ST-GLM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT GLM-FILE-EOF)
           IF GLM-DVZ NUMERIC AND GLM-ACCOUNT NOT = SPACES
              IF WS-GLM-COUNT < WS-GLM-MAX
                 ADD 1 TO WS-GLM-COUNT
                 MOVE GLM-SOURCE  TO WS-GLM-SOURCE(WS-GLM-COUNT)
                 COMPUTE WS-GLM-DVZ(WS-GLM-COUNT) =
                    FUNCTION NUMVAL (GLM-DVZ)
                 MOVE GLM-ACCOUNT TO WS-GLM-ACCOUNT(WS-GLM-COUNT)
              ELSE
                 DISPLAY 'WS-GLM-TABLE FULL AT ' WS-GLM-MAX
                         ' - MAPPING IGNORED: ' GLM-SOURCE ' '
                         GLM-DVZ
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'INVALID GLMFILE RECORD IGNORED: ' GLM-SOURCE
                      ' ' GLM-DVZ
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           END-IF.
       H125-END. EXIT.

      *    The register entries BCHREV01 has marked 'R' name the
      *    reversing batch; its postings carry the original branch
      *    and that batch number on the journal.  A missing register
      *    just means nothing has been reversed.
       H140-LOAD-REVERSALS.
           OPEN INPUT BCH-FILE
           IF BCH-FILE-SUCCESS
              PERFORM H145-READ-NEXT-REGISTER UNTIL BCH-FILE-EOF
              CLOSE BCH-FILE
           END-IF.
       H140-END. EXIT.

       H145-READ-NEXT-REGISTER.
           READ BCH-FILE.
           IF (NOT BCH-FILE-SUCCESS) AND (NOT BCH-FILE-EOF)
           DISPLAY 'UNABLE TO READ BCHFILE: ' ST-BCH
           MOVE ST-BCH TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT BCH-FILE-EOF)
           IF BCH-REVERSED AND BCH-REV-BATCH NUMERIC
              AND BCH-REV-BATCH NOT = 0
              IF WS-REV-COUNT < WS-REV-MAX
                 ADD 1 TO WS-REV-COUNT
                 MOVE BCH-BRANCH    TO WS-REV-BRANCH(WS-REV-COUNT)
                 MOVE BCH-REV-BATCH TO WS-REV-BATCH(WS-REV-COUNT)
              ELSE
                 DISPLAY 'WS-REV-TABLE FULL AT ' WS-REV-MAX
                         ' - REVERSAL TREATED AS ADJUSTMENT: '
                         BCH-BRANCH ' ' BCH-REV-BATCH
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           END-IF.
       H145-END. EXIT.

       H200-READ-NEXT-JOURNAL.
           READ JRN-FILE.
           IF (NOT JRN-FILE-SUCCESS) AND (NOT JRN-FILE-EOF)
           DISPLAY 'UNABLE TO READ JRNFILE: ' ST-JRN
           MOVE ST-JRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT JRN-FILE-EOF)
           ADD 1 TO WS-CNT-JRN-READ
           IF JRN-RUN-DATE = WS-POST-DATE
              ADD 1 TO WS-CNT-JRN-TAKEN
              PERFORM H205-CONTROL-POSTING
              PERFORM H210-CLASSIFY-POSTING
              MOVE JRN-DVZ     TO TEMP-DVZ
              MOVE JRN-BRANCH  TO TEMP-BRANCH
              MOVE JRN-ADJ-AMT TO TEMP-AMT
              PERFORM H230-ACCUMULATE
           END-IF
           END-IF.
       H200-END. EXIT.

      *    Control totals straight off the journal record, kept
      *    apart from the summary.  A posting whose amount is not
      *    its own balance movement is listed and fails the proof.
       H205-CONTROL-POSTING.
           MOVE JRN-DVZ TO TEMP-DVZ
           PERFORM H420-FIND-CURRENCY
           IF JRN-NEW-BAL - JRN-OLD-BAL NOT = JRN-ADJ-AMT
              ADD 1 TO WS-CNT-JRN-BAD
              DISPLAY 'JRNFILE POSTING DOES NOT MATCH ITS BALANCE '
                      'MOVEMENT: ' JRN-ID ' ' JRN-DVZ ' '
                      JRN-BRANCH ' ' JRN-BATCH
           END-IF
           IF JRN-ADJ-AMT < 0
              SUBTRACT JRN-ADJ-AMT FROM WS-CUR-CTL-DEBIT(WS-CUR-IDX)
           ELSE
              ADD JRN-ADJ-AMT TO WS-CUR-CTL-CREDIT(WS-CUR-IDX)
           END-IF
           ADD 1 TO WS-CUR-CTL-POSTS(WS-CUR-IDX).
       H205-END. EXIT.

      *    A reversal keeps the branch of the batch it reverses, so
      *    it is recognised before the branch tests.
       H210-CLASSIFY-POSTING.
           MOVE 'N' TO WS-REV-FOUND-SW
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
              UNTIL WS-REV-IDX > WS-REV-COUNT
              IF WS-REV-BRANCH(WS-REV-IDX) = JRN-BRANCH
                 AND WS-REV-BATCH(WS-REV-IDX) = JRN-BATCH
                 MOVE 'Y' TO WS-REV-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-REV-FOUND
                 MOVE 'REVR' TO TEMP-SOURCE
              WHEN JRN-BRANCH = 'TRFR' OR JRN-REF NOT = SPACES
                 MOVE 'TRFR' TO TEMP-SOURCE
              WHEN JRN-BRANCH = 'ACRU'
                 MOVE 'ACRU' TO TEMP-SOURCE
              WHEN JRN-BRANCH = 'CLRG'
                 MOVE 'CLRG' TO TEMP-SOURCE
              WHEN JRN-BRANCH = 'CLRO'
                 MOVE 'CLRO' TO TEMP-SOURCE
              WHEN JRN-BRANCH = 'FEES'
                 MOVE 'FEES' TO TEMP-SOURCE
              WHEN OTHER
                 MOVE 'ADJ ' TO TEMP-SOURCE
           END-EVALUATE.
       H210-END. EXIT.

      *    A positive amount credits the customer (raises the
      *    bank's liability), a negative one debits it.
       H230-ACCUMULATE.
           MOVE 'N' TO WS-SUM-FOUND-SW
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
              UNTIL WS-SUM-IDX > WS-SUM-COUNT
              IF WS-SUM-DVZ(WS-SUM-IDX) = TEMP-DVZ
                 AND WS-SUM-BRANCH(WS-SUM-IDX) = TEMP-BRANCH
                 AND WS-SUM-SOURCE(WS-SUM-IDX) = TEMP-SOURCE
                 MOVE 'Y' TO WS-SUM-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-SUM-FOUND
              IF WS-SUM-COUNT < WS-SUM-MAX
                 ADD 1 TO WS-SUM-COUNT
                 SET WS-SUM-IDX TO WS-SUM-COUNT
                 MOVE TEMP-DVZ    TO WS-SUM-DVZ(WS-SUM-IDX)
                 MOVE TEMP-BRANCH TO WS-SUM-BRANCH(WS-SUM-IDX)
                 MOVE TEMP-SOURCE TO WS-SUM-SOURCE(WS-SUM-IDX)
                 MOVE 0           TO WS-SUM-DEBIT(WS-SUM-IDX)
                 MOVE 0           TO WS-SUM-CREDIT(WS-SUM-IDX)
                 MOVE 0           TO WS-SUM-POSTS(WS-SUM-IDX)
                 MOVE SPACES      TO WS-SUM-ACCT-A(WS-SUM-IDX)
                 MOVE SPACES      TO WS-SUM-ACCT-B(WS-SUM-IDX)
              ELSE
                 DISPLAY 'WS-SUM-TABLE FULL AT ' WS-SUM-MAX
                         ' - EXTRACT ABANDONED'
                 MOVE 'Y' TO WS-TABLE-FULL-SW
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF
           IF TEMP-AMT < 0
              SUBTRACT TEMP-AMT FROM WS-SUM-DEBIT(WS-SUM-IDX)
           ELSE
              ADD TEMP-AMT TO WS-SUM-CREDIT(WS-SUM-IDX)
           END-IF
           ADD 1 TO WS-SUM-POSTS(WS-SUM-IDX).
       H230-END. EXIT.

      *    A suspense item written off never reached the customer
      *    account; it leaves suspense to the write-off account.
       H250-READ-NEXT-WRITEOFF.
           READ FRJ-FILE.
           IF (NOT FRJ-FILE-SUCCESS) AND (NOT FRJ-FILE-EOF)
           DISPLAY 'UNABLE TO READ FRJFILE: ' ST-FRJ
           MOVE ST-FRJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT FRJ-FILE-EOF)
           ADD 1 TO WS-CNT-FRJ-READ
           COMPUTE TEMP-DVZ = FUNCTION NUMVAL (FRJ-DVZ-O)
           COMPUTE TEMP-AMT = FUNCTION NUMVAL (FRJ-AMT-O)
           IF FRJ-BRANCH-O = SPACES
              MOVE 'SUSP' TO TEMP-BRANCH
           ELSE
              MOVE FRJ-BRANCH-O TO TEMP-BRANCH
           END-IF
           MOVE 'WOFF' TO TEMP-SOURCE
           PERFORM H420-FIND-CURRENCY
           ADD TEMP-AMT TO WS-CUR-CTL-WOFF(WS-CUR-IDX)
           ADD 1 TO WS-CUR-CTL-POSTS(WS-CUR-IDX)
           PERFORM H230-ACCUMULATE
           END-IF.
       H250-END. EXIT.

      *    Side A is the customer liability control account - or the
      *    write-off account for a write-off - and side B the
      *    contra: the source's own account, or suspense.
       H300-RESOLVE-ACCOUNTS.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
              UNTIL WS-SUM-IDX > WS-SUM-COUNT
              MOVE WS-SUM-DVZ(WS-SUM-IDX) TO TEMP-DVZ
              IF WS-SUM-SOURCE(WS-SUM-IDX) = 'WOFF'
                 MOVE 'WOFF' TO WS-MAP-SOURCE
              ELSE
                 MOVE 'CUST' TO WS-MAP-SOURCE
              END-IF
              PERFORM H310-LOOKUP-MAPPING
              MOVE WS-MAP-ACCOUNT TO WS-SUM-ACCT-A(WS-SUM-IDX)
              IF WS-SUM-SOURCE(WS-SUM-IDX) = 'WOFF'
                 MOVE 'SUSP' TO WS-MAP-SOURCE
              ELSE
                 MOVE WS-SUM-SOURCE(WS-SUM-IDX) TO WS-MAP-SOURCE
              END-IF
              PERFORM H310-LOOKUP-MAPPING
              MOVE WS-MAP-ACCOUNT TO WS-SUM-ACCT-B(WS-SUM-IDX)
           END-PERFORM.
       H300-END. EXIT.

      *    A currency's own mapping line wins over the '000' line
      *    for every currency.  Spaces back means unmapped.
       H310-LOOKUP-MAPPING.
           MOVE SPACES TO WS-MAP-ACCOUNT
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
              UNTIL WS-GLM-IDX > WS-GLM-COUNT
              IF WS-GLM-SOURCE(WS-GLM-IDX) = WS-MAP-SOURCE
                 IF WS-GLM-DVZ(WS-GLM-IDX) = TEMP-DVZ
                    MOVE WS-GLM-ACCOUNT(WS-GLM-IDX) TO WS-MAP-ACCOUNT
                    EXIT PERFORM
                 END-IF
                 IF WS-GLM-DVZ(WS-GLM-IDX) = 0
                    MOVE WS-GLM-ACCOUNT(WS-GLM-IDX) TO WS-MAP-ACCOUNT
                 END-IF
              END-IF
           END-PERFORM.
       H310-END. EXIT.

      *    Both sides of every summary line go to GLRPT; only a
      *    mapped side counts toward the currency proof, so a
      *    missing mapping shows up as an imbalance as well as by
      *    name.
       H400-WRITE-SUMMARY.
           MOVE WS-BUS-DATE  TO RPT-DATE-O
           MOVE WS-POST-DATE TO RPT-POST-O
           WRITE RPT-REC FROM RPT-TITLE-LINE
           WRITE RPT-REC FROM RPT-HEADER-1
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
              UNTIL WS-SUM-IDX > WS-SUM-COUNT
              MOVE WS-SUM-DVZ(WS-SUM-IDX)    TO RPD-DVZ-O
              MOVE WS-SUM-BRANCH(WS-SUM-IDX) TO RPD-BRANCH-O
              MOVE WS-SUM-SOURCE(WS-SUM-IDX) TO RPD-SOURCE-O
              MOVE WS-SUM-POSTS(WS-SUM-IDX)  TO RPD-POSTS-O
              MOVE WS-SUM-ACCT-A(WS-SUM-IDX) TO RPD-ACCOUNT-O
              MOVE WS-SUM-DEBIT(WS-SUM-IDX)  TO RPD-DEBIT-O
              MOVE WS-SUM-CREDIT(WS-SUM-IDX) TO RPD-CREDIT-O
              WRITE RPT-REC FROM RPT-DETAIL-LINE
              MOVE WS-SUM-DVZ(WS-SUM-IDX) TO TEMP-DVZ
              PERFORM H420-FIND-CURRENCY
              IF WS-SUM-ACCT-A(WS-SUM-IDX) = SPACES
                 IF WS-SUM-SOURCE(WS-SUM-IDX) = 'WOFF'
                    MOVE 'WOFF' TO RPU-SOURCE-O
                 ELSE
                    MOVE 'CUST' TO RPU-SOURCE-O
                 END-IF
                 PERFORM H410-WRITE-UNMAPPED
              ELSE
                 ADD WS-SUM-DEBIT(WS-SUM-IDX)
                    TO WS-CUR-DEBIT(WS-CUR-IDX)
                 ADD WS-SUM-CREDIT(WS-SUM-IDX)
                    TO WS-CUR-CREDIT(WS-CUR-IDX)
                 IF WS-SUM-SOURCE(WS-SUM-IDX) = 'WOFF'
                    ADD WS-SUM-CREDIT(WS-SUM-IDX)
                       TO WS-CUR-A-WOFF(WS-CUR-IDX)
                    SUBTRACT WS-SUM-DEBIT(WS-SUM-IDX)
                       FROM WS-CUR-A-WOFF(WS-CUR-IDX)
                 ELSE
                    ADD WS-SUM-DEBIT(WS-SUM-IDX)
                       TO WS-CUR-A-DEBIT(WS-CUR-IDX)
                    ADD WS-SUM-CREDIT(WS-SUM-IDX)
                       TO WS-CUR-A-CREDIT(WS-CUR-IDX)
                 END-IF
                 ADD WS-SUM-POSTS(WS-SUM-IDX)
                    TO WS-CUR-A-POSTS(WS-CUR-IDX)
              END-IF
              MOVE WS-SUM-ACCT-B(WS-SUM-IDX) TO RPD-ACCOUNT-O
              MOVE WS-SUM-CREDIT(WS-SUM-IDX) TO RPD-DEBIT-O
              MOVE WS-SUM-DEBIT(WS-SUM-IDX)  TO RPD-CREDIT-O
              WRITE RPT-REC FROM RPT-DETAIL-LINE
              IF WS-SUM-ACCT-B(WS-SUM-IDX) = SPACES
                 IF WS-SUM-SOURCE(WS-SUM-IDX) = 'WOFF'
                    MOVE 'SUSP' TO RPU-SOURCE-O
                 ELSE
                    MOVE WS-SUM-SOURCE(WS-SUM-IDX) TO RPU-SOURCE-O
                 END-IF
                 PERFORM H410-WRITE-UNMAPPED
              ELSE
                 ADD WS-SUM-CREDIT(WS-SUM-IDX)
                    TO WS-CUR-DEBIT(WS-CUR-IDX)
                 ADD WS-SUM-DEBIT(WS-SUM-IDX)
                    TO WS-CUR-CREDIT(WS-CUR-IDX)
              END-IF
           END-PERFORM.
       H400-END. EXIT.

       H410-WRITE-UNMAPPED.
           MOVE WS-SUM-DVZ(WS-SUM-IDX)    TO RPU-DVZ-O
           MOVE WS-SUM-BRANCH(WS-SUM-IDX) TO RPU-BRANCH-O
           WRITE RPT-REC FROM RPT-UNMAPPED-LINE
           ADD 1 TO WS-UNMAPPED-COUNT.
       H410-END. EXIT.

      *    Leaves WS-CUR-IDX on TEMP-DVZ's currency in the proof
      *    table, creating the slot on first sight.
       H420-FIND-CURRENCY.
           MOVE 'N' TO WS-CUR-FOUND-SW
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > WS-CUR-COUNT
              IF WS-CUR-DVZ(WS-CUR-IDX) = TEMP-DVZ
                 MOVE 'Y' TO WS-CUR-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-CUR-FOUND
              IF WS-CUR-COUNT < WS-CUR-MAX
                 ADD 1 TO WS-CUR-COUNT
                 SET WS-CUR-IDX TO WS-CUR-COUNT
                 MOVE TEMP-DVZ TO WS-CUR-DVZ(WS-CUR-IDX)
                 MOVE 0 TO WS-CUR-DEBIT(WS-CUR-IDX)
                 MOVE 0 TO WS-CUR-CREDIT(WS-CUR-IDX)
                 MOVE 0 TO WS-CUR-A-DEBIT(WS-CUR-IDX)
                 MOVE 0 TO WS-CUR-A-CREDIT(WS-CUR-IDX)
                 MOVE 0 TO WS-CUR-A-WOFF(WS-CUR-IDX)
                 MOVE 0 TO WS-CUR-A-POSTS(WS-CUR-IDX)
                 MOVE 0 TO WS-CUR-CTL-DEBIT(WS-CUR-IDX)
                 MOVE 0 TO WS-CUR-CTL-CREDIT(WS-CUR-IDX)
                 MOVE 0 TO WS-CUR-CTL-WOFF(WS-CUR-IDX)
                 MOVE 0 TO WS-CUR-CTL-POSTS(WS-CUR-IDX)
              ELSE
                 DISPLAY 'WS-CUR-TABLE FULL AT ' WS-CUR-MAX
                         ' - EXTRACT ABANDONED'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H420-END. EXIT.

       H450-PROVE-BALANCE.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-PROOF-TITLE
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > WS-CUR-COUNT
              MOVE WS-CUR-DVZ(WS-CUR-IDX)    TO RPP-DVZ-O
              MOVE WS-CUR-DEBIT(WS-CUR-IDX)  TO RPP-DEBIT-O
              MOVE WS-CUR-CREDIT(WS-CUR-IDX) TO RPP-CREDIT-O
              COMPUTE TEMP-AMT = WS-CUR-DEBIT(WS-CUR-IDX)
                               - WS-CUR-CREDIT(WS-CUR-IDX)
              MOVE TEMP-AMT TO RPP-DIFF-O
              IF TEMP-AMT = 0
                 MOVE 'BALANCED  ' TO RPP-STATUS-O
              ELSE
                 MOVE 'IMBALANCE ' TO RPP-STATUS-O
                 MOVE 'N' TO WS-BALANCED-SW
              END-IF
              WRITE RPT-REC FROM RPT-PROOF-LINE
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-CTL-TITLE
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > WS-CUR-COUNT
              MOVE WS-CUR-DVZ(WS-CUR-IDX) TO RPC-DVZ-O
              MOVE 'CUST DR ' TO RPC-ITEM-O
              MOVE WS-CUR-A-DEBIT(WS-CUR-IDX)   TO RPC-EXTRACT-O
              MOVE WS-CUR-CTL-DEBIT(WS-CUR-IDX) TO RPC-CONTROL-O
              COMPUTE WS-CTL-DIFF = WS-CUR-A-DEBIT(WS-CUR-IDX)
                                  - WS-CUR-CTL-DEBIT(WS-CUR-IDX)
              PERFORM H455-WRITE-CONTROL-LINE
              MOVE 'CUST CR ' TO RPC-ITEM-O
              MOVE WS-CUR-A-CREDIT(WS-CUR-IDX)   TO RPC-EXTRACT-O
              MOVE WS-CUR-CTL-CREDIT(WS-CUR-IDX) TO RPC-CONTROL-O
              COMPUTE WS-CTL-DIFF = WS-CUR-A-CREDIT(WS-CUR-IDX)
                                  - WS-CUR-CTL-CREDIT(WS-CUR-IDX)
              PERFORM H455-WRITE-CONTROL-LINE
              MOVE 'WOFF    ' TO RPC-ITEM-O
              MOVE WS-CUR-A-WOFF(WS-CUR-IDX)   TO RPC-EXTRACT-O
              MOVE WS-CUR-CTL-WOFF(WS-CUR-IDX) TO RPC-CONTROL-O
              COMPUTE WS-CTL-DIFF = WS-CUR-A-WOFF(WS-CUR-IDX)
                                  - WS-CUR-CTL-WOFF(WS-CUR-IDX)
              PERFORM H455-WRITE-CONTROL-LINE
              MOVE 'POSTINGS' TO RPC-ITEM-O
              MOVE WS-CUR-A-POSTS(WS-CUR-IDX)   TO RPC-EXTRACT-O
              MOVE WS-CUR-CTL-POSTS(WS-CUR-IDX) TO RPC-CONTROL-O
              COMPUTE WS-CTL-DIFF = WS-CUR-A-POSTS(WS-CUR-IDX)
                                  - WS-CUR-CTL-POSTS(WS-CUR-IDX)
              PERFORM H455-WRITE-CONTROL-LINE
           END-PERFORM
           IF WS-UNMAPPED-COUNT > 0 OR WS-CTL-BREAKS > 0
              OR WS-CNT-JRN-BAD > 0
              MOVE 'N' TO WS-BALANCED-SW
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           IF WS-BALANCED
              MOVE 'EXTRACT PROVED - GLFILE RELEASED'
                TO RPR-TEXT-O
           ELSE
              MOVE 'EXTRACT DOES NOT PROVE - GLFILE NOT RELEASED'
                TO RPR-TEXT-O
              DISPLAY 'GL EXTRACT FOR ' WS-POST-DATE
                      ' DOES NOT BALANCE - SEE GLRPT, '
                      'GLFILE NOT RELEASED'
           END-IF
           WRITE RPT-REC FROM RPT-RESULT-LINE.
       H450-END. EXIT.

      *    The extracted customer or write-off side must agree to
      *    the penny with what was read off the inputs.
       H455-WRITE-CONTROL-LINE.
           MOVE WS-CTL-DIFF TO RPC-DIFF-O
           IF WS-CTL-DIFF = 0
              MOVE 'AGREED    ' TO RPC-STATUS-O
           ELSE
              MOVE 'DISAGREE  ' TO RPC-STATUS-O
              ADD 1 TO WS-CTL-BREAKS
           END-IF
           WRITE RPT-REC FROM RPT-CTL-LINE.
       H455-END. EXIT.

       H500-WRITE-GL-FILE.
           MOVE 'HDR'        TO GLH-TYPE
           MOVE WS-BUS-DATE  TO GLH-BUS-DATE
           MOVE WS-POST-DATE TO GLH-POST-DATE
           MOVE WS-RUN-DATE  TO GLH-RUN-DATE
           MOVE WS-RUN-TIME  TO GLH-RUN-TIME
           MOVE 'GLEXTR01'   TO GLH-SYSTEM
           WRITE GL-HDR-REC
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
              UNTIL WS-SUM-IDX > WS-SUM-COUNT
              MOVE 'DET'                     TO GLD-TYPE
              MOVE WS-SUM-DVZ(WS-SUM-IDX)    TO GLD-DVZ
              MOVE WS-SUM-BRANCH(WS-SUM-IDX) TO GLD-BRANCH
              MOVE WS-SUM-SOURCE(WS-SUM-IDX) TO GLD-SOURCE
              MOVE WS-SUM-POSTS(WS-SUM-IDX)  TO GLD-COUNT
              MOVE WS-SUM-ACCT-A(WS-SUM-IDX) TO GLD-ACCOUNT
              MOVE WS-SUM-DEBIT(WS-SUM-IDX)  TO GLD-DEBIT
              MOVE WS-SUM-CREDIT(WS-SUM-IDX) TO GLD-CREDIT
              WRITE GL-DET-REC
              MOVE 'DET'                     TO GLD-TYPE
              MOVE WS-SUM-ACCT-B(WS-SUM-IDX) TO GLD-ACCOUNT
              MOVE WS-SUM-CREDIT(WS-SUM-IDX) TO GLD-DEBIT
              MOVE WS-SUM-DEBIT(WS-SUM-IDX)  TO GLD-CREDIT
              WRITE GL-DET-REC
              ADD 2 TO WS-GL-LINES
              ADD WS-SUM-DEBIT(WS-SUM-IDX)  TO WS-GL-DEBIT
              ADD WS-SUM-CREDIT(WS-SUM-IDX) TO WS-GL-DEBIT
              ADD WS-SUM-CREDIT(WS-SUM-IDX) TO WS-GL-CREDIT
              ADD WS-SUM-DEBIT(WS-SUM-IDX)  TO WS-GL-CREDIT
           END-PERFORM
           MOVE 'TRL'        TO GLT-TYPE
           MOVE WS-GL-LINES  TO GLT-COUNT
           MOVE WS-GL-DEBIT  TO GLT-DEBIT
           MOVE WS-GL-CREDIT TO GLT-CREDIT
           WRITE GL-TRL-REC.
       H500-END. EXIT.

       H600-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'JRN READ  ' TO RPT-TOT-LABEL
           MOVE WS-CNT-JRN-READ TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'EXTRACTED ' TO RPT-TOT-LABEL
           MOVE WS-CNT-JRN-TAKEN TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'WRITE-OFFS' TO RPT-TOT-LABEL
           MOVE WS-CNT-FRJ-READ TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'UNMAPPED  ' TO RPT-TOT-LABEL
           MOVE WS-UNMAPPED-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'JRN BREAKS' TO RPT-TOT-LABEL
           MOVE WS-CNT-JRN-BAD TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'CTL BREAKS' TO RPT-TOT-LABEL
           MOVE WS-CTL-BREAKS TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'GL LINES  ' TO RPT-TOT-LABEL
           MOVE WS-GL-LINES TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
       H600-END. EXIT.

       H990-RUNCTL-END.
           IF WS-RC-STARTED
              MOVE 'N' TO WS-RC-STARTED-SW
              OPEN EXTEND RCT-FILE
              IF RCT-FILE-SUCCESS
                 MOVE WS-BUS-DATE TO RCT-BUS-DATE
                 MOVE 'GLEXTR01'  TO RCT-PGM
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
           CLOSE JRN-FILE.
           CLOSE FRJ-FILE.
           CLOSE GLM-FILE.
           CLOSE GL-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.

      *
