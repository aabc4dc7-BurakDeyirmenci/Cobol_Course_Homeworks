       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLROUT01.
      *--------------------------------------------------------------
      *  Outbound clearing payment generator - the sending side of
      *  CLRTRN01.  Reads the day's outbound payment instructions
      *  (PAYFILE: account to debit as IDX-KEY, beneficiary bank and
      *  account, amount, value date, reference) and checks each one
      *  against the account master: the account must exist, must
      *  not be frozen, and its available balance - IDX-BALANCE less
      *  its active HLDFILE liens, less the payments already
      *  accepted from it in this run and less the debits of its
      *  earlier payments whose batch FILTER01 still holds for
      *  approval on HBTFILE - must cover the payment.
      *  Accepted payments are
      *    - debited through a controlled adjustment batch on ADJOUT
      *      (standard HDR / detail / TRL, branch CLRO) for the normal
      *      FILTER01 posting run, so the debit and the payment can
      *      never disagree,
      *    - written to the national clearing file CLROUT in the
      *      '01' header / '05' detail / '99' trailer layout CLRTRN01
      *      reads - value date at bytes 41-48 of the detail - with
      *      the beneficiary and the ordering account carried after
      *      it, and the trailer count and amount total,
      *    - recorded on the outbound register (OBRREC) carried
      *      forward from OBRFILE to OBROUT.
      *  Refused instructions go to the CLOREJ reject listing with
      *  the reason.
      *  Clearing returns come back on RTNFILE, in the same '01' /
      *  '05' / '99' layout with the original outbound reference on
      *  each detail.  Each return is matched to its register entry
      *  by reference and, when currency and amount agree, credited
      *  back to the debited account in the same ADJOUT batch and
      *  the entry is marked returned.  A return with no outbound
      *  payment, one already returned, or one that disagrees goes
      *  to CLOREJ instead.  A returns file that does not prove
      *  (header, trailer, count and amount total) is not used.
      *  The last run's ADJOUT batch is only overwritten once it is
      *  on the BCHFILE register or held on HBTFILE; a run that
      *  finds it on neither is refused, so payments already sent
      *  can never lose their debits.
      *  Runs under the shared RUNCTL run control:
      *      CLROUT01 BUSDATE=yyyymmdd BRANCH=xxxx BATCH=nnnnnn
      *               KEEP=nnn OVERRIDE=Y
      *  BUSDATE defaults to the run date, BRANCH to CLRO, BATCH to
      *  the business date's yymmdd, and KEEP - the days a register
      *  entry is kept after it was sent - to 60.
      *  PAYFILE amounts carry an explicit decimal point, as on the
      *  clearing file.  A missing RTNFILE, OBRFILE, HLDFILE or
      *  HBTFILE just means no returns, no earlier payments, no
      *  holds or no held batches today.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY IDX-KEY
                            STATUS ST-IDX.
           SELECT PAY-FILE  ASSIGN TO PAYFILE
                            STATUS ST-PAY.
           SELECT RTN-FILE  ASSIGN TO RTNFILE
                            STATUS ST-RTN.
           SELECT OBR-FILE  ASSIGN TO OBRFILE
                            STATUS ST-OBR.
           SELECT OBN-FILE  ASSIGN TO OBROUT
                            STATUS ST-OBN.
           SELECT HLD-FILE  ASSIGN TO HLDFILE
                            STATUS ST-HLD.
           SELECT ADJ-FILE  ASSIGN TO ADJOUT
                            STATUS ST-ADJ.
           SELECT BCH-FILE  ASSIGN TO BCHFILE
                            STATUS ST-BCH.
           SELECT HBT-FILE  ASSIGN TO HBTFILE
                            STATUS ST-HBT.
           SELECT CLO-FILE  ASSIGN TO CLROUT
                            STATUS ST-CLO.
           SELECT REJ-FILE  ASSIGN TO CLOREJ
                            STATUS ST-REJ.
           SELECT RPT-FILE  ASSIGN TO CLORPT
                            STATUS ST-RPT.
           SELECT RCT-FILE  ASSIGN TO RUNCTL
                            STATUS ST-RCT.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
      *    Outbound payment instruction: account to debit, the
      *    beneficiary, explicit-decimal amount, value date and our
      *    reference, which is what a clearing return quotes back.
       FD  PAY-FILE RECORDING MODE F.
         01  PAY-REC.
           05 PAY-ID         PIC X(5).
           05 PAY-DVZ        PIC X(3).
           05 PAY-BEN-BANK   PIC X(11).
           05 PAY-BEN-ACCT   PIC X(26).
           05 PAY-AMT        PIC X(16).
           05 PAY-VALUE-DATE PIC X(8).
           05 PAY-REF        PIC X(16).
      *    Clearing returns, in the inbound clearing layout: the '05'
      *    detail quotes the outbound reference.
       FD  RTN-FILE RECORDING MODE F.
         01  RTN-REC.
           05 RTN-TYPE       PIC X(2).
              88 RTN-HEADER                     VALUE '01'.
              88 RTN-DETAIL                     VALUE '05'.
              88 RTN-TRAILER                    VALUE '99'.
           05 FILLER         PIC X(46).
         01  RTN-DET-REC.
           05 FILLER         PIC X(2).
           05 RTN-D-REF      PIC X(16).
           05 RTN-D-CCY      PIC X(3).
           05 RTN-D-AMT      PIC X(16).
           05 FILLER         PIC X(3).
           05 RTN-D-VALUE    PIC X(8).
         01  RTN-TRL-REC.
           05 FILLER         PIC X(2).
           05 RTN-T-COUNT    PIC X(7).
           05 RTN-T-AMT      PIC X(16).
           05 FILLER         PIC X(23).
       FD  OBR-FILE RECORDING MODE F.
           COPY OBRREC.
       FD  OBN-FILE RECORDING MODE F.
           COPY OBRREC REPLACING LEADING ==OBR-== BY ==OBN-==.
       FD  HLD-FILE RECORDING MODE F.
           COPY HLDREC.
      *    Detail amounts and the trailer hash are explicit-decimal
      *    text, the representation FILTER01's NUMVAL parse of
      *    ADJ-BLNC and ADJ-TRL-HASH expects.
       FD  ADJ-FILE RECORDING MODE F.
         01  ADJ-DET-REC.
           05 ADJ-ID         PIC 9(5).
           05 ADJ-DVZ        PIC 9(3).
           05 ADJ-BLNC       PIC -(12)9.99.
           05 FILLER         PIC X(8).
         01  ADJ-HDR-REC.
           05 ADJ-HDR-TYPE   PIC X(3).
           05 ADJ-HDR-BRANCH PIC X(4).
           05 ADJ-HDR-DATE   PIC 9(8).
           05 ADJ-HDR-BATCH  PIC 9(6).
           05 FILLER         PIC X(3).
           05 ADJ-HDR-SUBMIT PIC X(8).
         01  ADJ-TRL-REC.
           05 ADJ-TRL-TYPE   PIC X(3).
           05 ADJ-TRL-COUNT  PIC 9(5).
           05 ADJ-TRL-HASH   PIC -(12)9.99.
           05 FILLER         PIC X(8).
      *    FILTER01's register of the adjustment batches it has
      *    posted, and the batches it holds for approval: together
      *    they say whether the last run's ADJOUT batch was taken.
       FD  BCH-FILE RECORDING MODE F.
         01  BCH-REC.
           05 BCH-BRANCH     PIC X(4).
           05 BCH-BATCH-NO   PIC 9(6).
           05 BCH-DATE       PIC 9(8).
           05 BCH-STATUS     PIC X(1).
              88 BCH-REVERSED                   VALUE 'R'.
           05 BCH-REV-BATCH  PIC 9(6).
       FD  HBT-FILE RECORDING MODE F.
           COPY HBTREC.
      *    Outbound clearing file.  The first 48 bytes of every
      *    record are the '01' / '05' / '99' layout CLRTRN01 reads,
      *    the '05' detail's value date included; the detail goes
      *    on with the beneficiary bank and account and the ordering
      *    IDX-KEY.
       FD  CLO-FILE RECORDING MODE F.
         01  CLO-REC.
           05 CLO-TYPE       PIC X(2).
           05 FILLER         PIC X(98).
         01  CLO-HDR-REC.
           05 CLO-H-TYPE     PIC X(2).
           05 CLO-H-DATE     PIC 9(8).
           05 FILLER         PIC X(90).
         01  CLO-DET-REC.
           05 CLO-D-TYPE     PIC X(2).
           05 CLO-D-REF      PIC X(16).
           05 CLO-D-CCY      PIC X(3).
           05 CLO-D-AMT      PIC -(12)9.99.
           05 FILLER         PIC X(3).
           05 CLO-D-VALUE-DATE PIC 9(8).
           05 CLO-D-BEN-BANK PIC X(11).
           05 CLO-D-BEN-ACCT PIC X(26).
           05 CLO-D-ORD-ID   PIC 9(5).
           05 CLO-D-ORD-DVZ  PIC 9(3).
           05 FILLER         PIC X(7).
         01  CLO-TRL-REC.
           05 CLO-T-TYPE     PIC X(2).
           05 CLO-T-COUNT    PIC 9(7).
           05 CLO-T-AMT      PIC -(12)9.99.
           05 FILLER         PIC X(75).
       FD  REJ-FILE RECORDING MODE F.
         01  REJ-REC.
           05 REJ-REF-O      PIC X(16).
           05 FILLER         PIC X(01) VALUE '|'.
           05 REJ-ID-O       PIC X(5).
           05 FILLER         PIC X(01) VALUE '|'.
           05 REJ-DVZ-O      PIC X(3).
           05 FILLER         PIC X(01) VALUE '|'.
           05 REJ-AMT-O      PIC X(16).
           05 FILLER         PIC X(01) VALUE '|'.
           05 REJ-REASON-O   PIC X(20).
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
           05 ST-PAY         PIC 9(2).
              88 PAY-FILE-EOF                   VALUE 10.
              88 PAY-FILE-SUCCESS               VALUE 0 97.
           05 ST-RTN         PIC 9(2).
              88 RTN-FILE-EOF                   VALUE 10.
              88 RTN-FILE-SUCCESS               VALUE 0 97.
           05 ST-OBR         PIC 9(2).
              88 OBR-FILE-EOF                   VALUE 10.
              88 OBR-FILE-SUCCESS               VALUE 0 97.
           05 ST-OBN         PIC 9(2).
              88 OBN-FILE-SUCCESS               VALUE 0 97.
           05 ST-HLD         PIC 9(2).
              88 HLD-FILE-EOF                   VALUE 10.
              88 HLD-FILE-SUCCESS               VALUE 0 97.
           05 ST-ADJ         PIC 9(2).
              88 ADJ-FILE-SUCCESS               VALUE 0 97.
           05 ST-BCH         PIC 9(2).
              88 BCH-FILE-EOF                   VALUE 10.
              88 BCH-FILE-SUCCESS               VALUE 0 97.
           05 ST-HBT         PIC 9(2).
              88 HBT-FILE-EOF                   VALUE 10.
              88 HBT-FILE-SUCCESS               VALUE 0 97.
           05 ST-CLO         PIC 9(2).
              88 CLO-FILE-SUCCESS               VALUE 0 97.
           05 ST-REJ         PIC 9(2).
              88 REJ-FILE-SUCCESS               VALUE 0 97.
           05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
           05 ST-RCT         PIC 9(2).
              88 RCT-FILE-EOF                   VALUE 10.
              88 RCT-FILE-SUCCESS               VALUE 0 97.

      *    -- run options
           05 WS-BRANCH            PIC X(4) VALUE 'CLRO'.
           05 WS-BATCH-NO          PIC 9(6) VALUE 0.
           05 WS-KEEP-DAYS         PIC 9(3) VALUE 60.
           05 WS-KEEP-FROM-DATE    PIC 9(8).
           05 WS-WORK-INT          PIC 9(7).

      *    -- clearing returns, loaded and proved before matching
           05 WS-RTN-OK-SW         PIC X VALUE 'Y'.
              88 WS-RTN-OK                VALUE 'Y'.
           05 WS-RTN-HDR-SEEN-SW   PIC X VALUE 'N'.
              88 WS-RTN-HDR-SEEN          VALUE 'Y'.
           05 WS-RTN-TRL-SEEN-SW   PIC X VALUE 'N'.
              88 WS-RTN-TRL-SEEN          VALUE 'Y'.
           05 WS-RTN-FAIL-REASON   PIC X(30).
           05 WS-RTN-FAIL-WORK     PIC X(30).
           05 WS-VFY-COUNT         PIC 9(9) VALUE 0.
           05 WS-VFY-TOTAL         PIC S9(13)V99 VALUE 0.
           05 WS-TRL-COUNT-N       PIC 9(9) VALUE 0.
           05 WS-TRL-TOTAL-N       PIC S9(13)V99 VALUE 0.
           05 WS-RTN-COUNT         PIC 9(4) VALUE 0.
           05 WS-RTN-MAX           PIC 9(4) VALUE 1000.
           05 WS-RTN-TABLE.
              10 WS-RTN-ENTRY OCCURS 1000 TIMES
                              INDEXED BY WS-RTN-IDX.
                 15 WS-RTN-REF     PIC X(16).
                 15 WS-RTN-CCY     PIC X(3).
                 15 WS-RTN-AMT     PIC S9(13)V99.
                 15 WS-RTN-DONE-SW PIC X.
                    88 WS-RTN-DONE            VALUE 'Y'.
           05 WS-RTN-FOUND-SW      PIC X VALUE 'N'.
              88 WS-RTN-FOUND             VALUE 'Y'.

      *    -- references already on the register, so an instruction
      *    can never reuse one a return would be matched on
           05 WS-REF-COUNT         PIC 9(5) VALUE 0.
           05 WS-REF-MAX           PIC 9(5) VALUE 5000.
           05 WS-REF-TABLE.
              10 WS-REF-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-REF-IDX.
                 15 WS-REF-VALUE   PIC X(16).
           05 WS-REF-FOUND-SW      PIC X VALUE 'N'.
              88 WS-REF-FOUND             VALUE 'Y'.

      *    -- active holds loaded from HLDFILE at start of run
           05 WS-HLD-COUNT         PIC 9(5) VALUE 0.
           05 WS-HLD-MAX           PIC 9(5) VALUE 2000.
           05 WS-HLD-TABLE.
              10 WS-HLD-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-HLD-IDX.
                 15 WS-HLD-ID      PIC 9(5).
                 15 WS-HLD-DVZ     PIC 9(3).
                 15 WS-HLD-TYPE    PIC X(1).
                    88 WS-HLD-TYPE-FREEZE VALUE 'F'.
                 15 WS-HLD-AMT     PIC S9(13)V99.
           05 WS-HLD-FROZEN-SW     PIC X VALUE 'N'.
              88 WS-HLD-FROZEN            VALUE 'Y'.
           05 WS-HLD-LIEN-TOTAL    PIC S9(13)V99 VALUE 0.

      *    -- the last run's ADJOUT batch, which must have reached
      *    BCHFILE or HBTFILE before ADJOUT is written again
           05 WS-PRV-SEEN-SW       PIC X VALUE 'N'.
              88 WS-PRV-SEEN              VALUE 'Y'.
           05 WS-PRV-FOUND-SW      PIC X VALUE 'N'.
              88 WS-PRV-FOUND             VALUE 'Y'.
           05 WS-PRV-BRANCH        PIC X(4).
           05 WS-PRV-BATCH         PIC X(6).

      *    -- debits of our own batches still held for approval on
      *    HBTFILE, per account: the payments went out, the debits
      *    have not been posted yet
           05 WS-HBT-BRANCH        PIC X(4).
           05 WS-HBT-AMT           PIC S9(13)V99.
           05 WS-HBD-COUNT         PIC 9(4) VALUE 0.
           05 WS-HBD-MAX           PIC 9(4) VALUE 2000.
           05 WS-HBD-TABLE.
              10 WS-HBD-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-HBD-IDX.
                 15 WS-HBD-ID      PIC 9(5).
                 15 WS-HBD-DVZ     PIC 9(3).
                 15 WS-HBD-AMT     PIC S9(13)V99.
           05 WS-HBD-FOUND-SW      PIC X VALUE 'N'.
              88 WS-HBD-FOUND             VALUE 'Y'.
           05 WS-PAY-HELD          PIC S9(13)V99.

      *    -- payments accepted so far this run, per account, so a
      *    second instruction against the same account sees the
      *    first one's debit
           05 WS-USE-COUNT         PIC 9(4) VALUE 0.
           05 WS-USE-MAX           PIC 9(4) VALUE 2000.
           05 WS-USE-TABLE.
              10 WS-USE-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-USE-IDX.
                 15 WS-USE-ID      PIC 9(5).
                 15 WS-USE-DVZ     PIC 9(3).
                 15 WS-USE-AMT     PIC S9(13)V99.
           05 WS-USE-FOUND-SW      PIC X VALUE 'N'.
              88 WS-USE-FOUND             VALUE 'Y'.

      *    -- instruction checking working storage
           05 WS-PAY-ID            PIC 9(5).
           05 WS-PAY-DVZ           PIC 9(3).
           05 WS-PAY-AMT           PIC S9(13)V99.
           05 WS-PAY-VALUE-DATE    PIC 9(8).
           05 WS-PAY-USED          PIC S9(13)V99.
           05 WS-PAY-AVAILABLE     PIC S9(13)V99.
           05 WS-PAY-REASON        PIC X(20).
           05 WS-EDIT-AMT          PIC -(12)9.99.

      *    -- currency symbol / minor unit lookup working storage
           05 WS-CURR-FOUND-SW     PIC X VALUE 'N'.
              88 WS-CURR-FOUND            VALUE 'Y'.
           05 WS-CURRENCY-SYM      PIC X(3).
           05 WS-MINOR-DIGITS      PIC 9(1).
           05 WS-MINOR-CENTS       PIC S9(15).
           05 WS-MINOR-OK-SW       PIC X VALUE 'Y'.
              88 WS-MINOR-OK              VALUE 'Y'.
           05 WS-LOOKUP-DVZ        PIC 9(3).

      *    -- batch and clearing file control totals
           05 WS-DET-COUNT         PIC 9(5) VALUE 0.
           05 WS-HASH-TOTAL        PIC S9(13)V99 VALUE 0.
           05 WS-CLO-COUNT         PIC 9(7) VALUE 0.
           05 WS-CLO-TOTAL         PIC S9(13)V99 VALUE 0.

      *    -- run counters
           05 WS-CNT-PAY-READ      PIC 9(9) VALUE 0.
           05 WS-CNT-PAY-SENT      PIC 9(9) VALUE 0.
           05 WS-CNT-PAY-REJECTED  PIC 9(9) VALUE 0.
           05 WS-CNT-RTN-READ      PIC 9(9) VALUE 0.
           05 WS-CNT-RTN-CREDITED  PIC 9(9) VALUE 0.
           05 WS-CNT-RTN-REJECTED  PIC 9(9) VALUE 0.
           05 WS-CNT-OBR-CARRIED   PIC 9(9) VALUE 0.
           05 WS-CNT-OBR-DROPPED   PIC 9(9) VALUE 0.
           05 WS-AMT-SENT          PIC S9(13)V99 VALUE 0.
           05 WS-AMT-RETURNED      PIC S9(13)V99 VALUE 0.

      *    -- run-control working storage.  BUSDATE defaults to the
      *    run date; OVERRIDE=Y names a genuine rerun and bypasses
      *    the refusals.
           05 WS-BUS-DATE          PIC 9(8) VALUE 0.
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

           COPY CURRTAB.

         01  RPT-TITLE-LINE.
           05  FILLER         PIC X(26)
                                VALUE 'OUTBOUND CLEARING RUN     '.
           05  RPT-DATE-O     PIC 9(8).
           05  FILLER         PIC X(08) VALUE ' BRANCH '.
           05  RPT-BRANCH-O   PIC X(4).
           05  FILLER         PIC X(07) VALUE ' BATCH '.
           05  RPT-BATCH-O    PIC 9(6).

         01  RPT-COUNT-LINE.
           05  RPT-CNT-LABEL  PIC X(24).
           05  RPT-CNT-COUNT  PIC ZZZ,ZZZ,ZZ9.

         01  RPT-AMOUNT-LINE.
           05  RPT-AMT-LABEL  PIC X(24).
           05  RPT-AMT-VALUE  PIC -(12)9.99.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM H050-PARSE-PARM
           PERFORM H060-RUNCTL-CHECK
           PERFORM H080-CHECK-PRIOR-BATCH
           PERFORM H100-OPEN-FILES
           PERFORM H140-LOAD-HOLDS
           PERFORM H150-LOAD-RETURNS
           PERFORM H300-WRITE-HEADERS
           PERFORM H400-CARRY-REGISTER UNTIL OBR-FILE-EOF
           PERFORM H490-UNMATCHED-RETURNS
           PERFORM H500-READ-NEXT-INSTRUCTION UNTIL PAY-FILE-EOF
           PERFORM H800-WRITE-TRAILERS
           PERFORM H900-WRITE-RUN-REPORT
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
              WHEN 'BRANCH'
                 MOVE WS-PARM-VALUE(1:4) TO WS-BRANCH
              WHEN 'BATCH'
                 COMPUTE WS-BATCH-NO =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
              WHEN 'KEEP'
                 COMPUTE WS-KEEP-DAYS =
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
      *    rerun past the refusals.  A second run would send the
      *    day's payments twice.
       H060-RUNCTL-CHECK.
           IF WS-BUS-DATE = 0
              MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF
           IF WS-BATCH-NO = 0
              MOVE WS-BUS-DATE(3:6) TO WS-BATCH-NO
           END-IF
           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE (WS-BUS-DATE) - WS-KEEP-DAYS
           COMPUTE WS-KEEP-FROM-DATE =
              FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
           OPEN INPUT RCT-FILE
           IF RCT-FILE-SUCCESS
              PERFORM H065-SCAN-NEXT-RUNCTL UNTIL RCT-FILE-EOF
              CLOSE RCT-FILE
           END-IF
           IF NOT WS-OVERRIDE
              IF WS-RC-DUP
                 DISPLAY 'CLROUT01 ALREADY RAN SUCCESSFULLY FOR '
                         WS-BUS-DATE ' - RUN REFUSED, OVERRIDE=Y '
                         'FOR A GENUINE RERUN'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-RC-STARTS > WS-RC-ENDS
                 DISPLAY 'CLROUT01 IS STILL MARKED IN FLIGHT FOR '
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
              AND RCT-PGM = 'CLROUT01'
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
              MOVE 'CLROUT01'  TO RCT-PGM
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

      *    ADJOUT still holds the last run's batch.  Its payments
      *    have already gone out on CLROUT, so the batch may only
      *    be overwritten once FILTER01 has taken it - posted and
      *    registered on BCHFILE, or held for approval on HBTFILE.
      *    A batch on neither was never posted or was rejected
      *    whole, and the run stops with RETURN-CODE 8 so those
      *    debits are not lost; OVERRIDE=Y overwrites it once the
      *    batch has been accounted for.  A missing or empty ADJOUT
      *    is a first run.  HBTFILE is read here in any case for
      *    the held debits the funds check nets off.
       H080-CHECK-PRIOR-BATCH.
           MOVE 'N' TO WS-PRV-SEEN-SW
           MOVE 'N' TO WS-PRV-FOUND-SW
           OPEN INPUT ADJ-FILE
           IF ADJ-FILE-SUCCESS
              READ ADJ-FILE
              IF ADJ-FILE-SUCCESS AND ADJ-HDR-TYPE = 'HDR'
                 MOVE 'Y' TO WS-PRV-SEEN-SW
                 MOVE ADJ-HDR-BRANCH TO WS-PRV-BRANCH
                 MOVE ADJ-HDR-BATCH  TO WS-PRV-BATCH
              END-IF
              CLOSE ADJ-FILE
           END-IF
           PERFORM H160-LOAD-HELD-BATCHES
           IF WS-PRV-SEEN AND NOT WS-PRV-FOUND
              OPEN INPUT BCH-FILE
              IF BCH-FILE-SUCCESS
                 PERFORM H085-READ-NEXT-BATCH
                    UNTIL BCH-FILE-EOF OR WS-PRV-FOUND
                 CLOSE BCH-FILE
              END-IF
           END-IF
           IF WS-PRV-SEEN AND NOT WS-PRV-FOUND
              IF WS-OVERRIDE
                 DISPLAY 'ADJOUT BATCH ' WS-PRV-BATCH ' FROM '
                         WS-PRV-BRANCH ' WAS NEVER POSTED - '
                         'OVERWRITTEN UNDER OVERRIDE=Y'
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              ELSE
                 DISPLAY 'ADJOUT BATCH ' WS-PRV-BATCH ' FROM '
                         WS-PRV-BRANCH ' IS NOT ON BCHFILE OR '
                         'HBTFILE - RUN REFUSED, OVERRIDE=Y ONCE '
                         'ITS DEBITS ARE ACCOUNTED FOR'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H080-END. EXIT.

       H085-READ-NEXT-BATCH.
           READ BCH-FILE.
           IF (NOT BCH-FILE-SUCCESS) AND (NOT BCH-FILE-EOF)
           DISPLAY 'UNABLE TO READ BCHFILE: ' ST-BCH
           MOVE ST-BCH TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT BCH-FILE-EOF)
           IF BCH-BRANCH = WS-PRV-BRANCH
              AND BCH-BATCH-NO = WS-PRV-BATCH
              MOVE 'Y' TO WS-PRV-FOUND-SW
           END-IF
           END-IF.
       H085-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  PAY-FILE.
           OPEN INPUT  OBR-FILE.
           OPEN OUTPUT OBN-FILE.
           OPEN OUTPUT ADJ-FILE.
           OPEN OUTPUT CLO-FILE.
           OPEN OUTPUT REJ-FILE.
           OPEN OUTPUT RPT-FILE.
           IF NOT IDX-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT PAY-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN PAYFILE: ' ST-PAY
           MOVE ST-PAY TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT OBR-FILE-SUCCESS
           DISPLAY 'OBRFILE NOT AVAILABLE: ' ST-OBR
                   ' - STARTING A NEW OUTBOUND REGISTER'
           MOVE 10 TO ST-OBR
           END-IF.

           IF NOT OBN-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN OBROUT: ' ST-OBN
           MOVE ST-OBN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT ADJ-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN ADJOUT: ' ST-ADJ
           MOVE ST-ADJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT CLO-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN CLROUT: ' ST-CLO
           MOVE ST-CLO TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT REJ-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN CLOREJ: ' ST-REJ
           MOVE ST-REJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN CLORPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *    Only holds active on the business date are kept, as in
      *    FILTER01.
       H140-LOAD-HOLDS.
           MOVE 0 TO WS-HLD-COUNT
           OPEN INPUT HLD-FILE
           IF HLD-FILE-SUCCESS
              PERFORM H141-READ-NEXT-HOLD UNTIL HLD-FILE-EOF
              CLOSE HLD-FILE
           END-IF.
       H140-END. EXIT.

       H141-READ-NEXT-HOLD.
           READ HLD-FILE.
           IF (NOT HLD-FILE-SUCCESS) AND (NOT HLD-FILE-EOF)
           DISPLAY 'UNABLE TO READ HLDFILE: ' ST-HLD
           MOVE ST-HLD TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HLD-FILE-EOF)
           IF HLD-EXPIRY = 0 OR HLD-EXPIRY NOT < WS-BUS-DATE
              IF WS-HLD-COUNT < WS-HLD-MAX
                 ADD 1 TO WS-HLD-COUNT
                 MOVE HLD-ID   TO WS-HLD-ID(WS-HLD-COUNT)
                 MOVE HLD-DVZ  TO WS-HLD-DVZ(WS-HLD-COUNT)
                 MOVE HLD-TYPE TO WS-HLD-TYPE(WS-HLD-COUNT)
                 MOVE HLD-AMT  TO WS-HLD-AMT(WS-HLD-COUNT)
              ELSE
                 DISPLAY 'WS-HLD-TABLE FULL AT ' WS-HLD-MAX
                         ' - HOLDS CANNOT BE ENFORCED, RUN STOPPED'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF
           END-IF.
       H141-END. EXIT.

      *    Freeze and lien position of the account in IDX-REC.
       H145-GET-ACCOUNT-HOLDS.
           MOVE 'N' TO WS-HLD-FROZEN-SW
           MOVE 0 TO WS-HLD-LIEN-TOTAL
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
              UNTIL WS-HLD-IDX > WS-HLD-COUNT
              IF WS-HLD-ID(WS-HLD-IDX) = IDX-ID
                 AND WS-HLD-DVZ(WS-HLD-IDX) = IDX-DVZ
                 IF WS-HLD-TYPE-FREEZE(WS-HLD-IDX)
                    MOVE 'Y' TO WS-HLD-FROZEN-SW
                 ELSE
                    ADD WS-HLD-AMT(WS-HLD-IDX) TO WS-HLD-LIEN-TOTAL
                 END-IF
              END-IF
           END-PERFORM.
       H145-END. EXIT.

      *    The returns file is proved the way CLRTRN01 proves the
      *    inbound file - header first, trailer last, count and
      *    amount total agreeing with the details - before a single
      *    return is credited.  One that does not prove is set
      *    aside whole and the run ends with RETURN-CODE 4: the
      *    payments still go out, and the returns wait for a file
      *    that proves.
       H150-LOAD-RETURNS.
           OPEN INPUT RTN-FILE
           IF RTN-FILE-SUCCESS
              PERFORM H155-READ-NEXT-RETURN UNTIL RTN-FILE-EOF
              CLOSE RTN-FILE
              IF WS-RTN-OK
                 EVALUATE TRUE
                    WHEN NOT WS-RTN-HDR-SEEN
                       MOVE 'HEADER MISSING' TO WS-RTN-FAIL-WORK
                       PERFORM H159-FAIL-RETURNS
                    WHEN NOT WS-RTN-TRL-SEEN
                       MOVE 'TRAILER MISSING' TO WS-RTN-FAIL-WORK
                       PERFORM H159-FAIL-RETURNS
                    WHEN WS-TRL-COUNT-N NOT = WS-VFY-COUNT
                       MOVE 'RECORD COUNT MISMATCH'
                         TO WS-RTN-FAIL-WORK
                       PERFORM H159-FAIL-RETURNS
                    WHEN WS-TRL-TOTAL-N NOT = WS-VFY-TOTAL
                       MOVE 'AMOUNT TOTAL MISMATCH'
                         TO WS-RTN-FAIL-WORK
                       PERFORM H159-FAIL-RETURNS
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              IF NOT WS-RTN-OK
                 DISPLAY 'RTNFILE REJECTED: ' WS-RTN-FAIL-REASON
                 DISPLAY 'NO CLEARING RETURN HAS BEEN CREDITED'
                 MOVE 0 TO WS-RTN-COUNT
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           ELSE
              DISPLAY 'RTNFILE NOT AVAILABLE: ' ST-RTN
                      ' - NO CLEARING RETURNS TODAY'
           END-IF.
       H150-END. EXIT.

       H155-READ-NEXT-RETURN.
           READ RTN-FILE.
           IF (NOT RTN-FILE-SUCCESS) AND (NOT RTN-FILE-EOF)
           DISPLAY 'UNABLE TO READ RTNFILE: ' ST-RTN
           MOVE ST-RTN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RTN-FILE-EOF)
           EVALUATE TRUE
              WHEN RTN-HEADER
                 IF WS-RTN-HDR-SEEN OR WS-VFY-COUNT > 0
                    OR WS-RTN-TRL-SEEN
                    MOVE 'HEADER NOT FIRST' TO WS-RTN-FAIL-WORK
                    PERFORM H159-FAIL-RETURNS
                 END-IF
                 MOVE 'Y' TO WS-RTN-HDR-SEEN-SW
              WHEN RTN-TRAILER
                 IF WS-RTN-TRL-SEEN
                    MOVE 'DUPLICATE TRAILER' TO WS-RTN-FAIL-WORK
                    PERFORM H159-FAIL-RETURNS
                 ELSE
                    MOVE 'Y' TO WS-RTN-TRL-SEEN-SW
                    COMPUTE WS-TRL-COUNT-N =
                       FUNCTION NUMVAL (RTN-T-COUNT)
                    COMPUTE WS-TRL-TOTAL-N =
                       FUNCTION NUMVAL (RTN-T-AMT)
                 END-IF
              WHEN RTN-DETAIL
                 IF WS-RTN-TRL-SEEN
                    MOVE 'RECORD AFTER TRAILER'
                      TO WS-RTN-FAIL-WORK
                    PERFORM H159-FAIL-RETURNS
                 END-IF
                 ADD 1 TO WS-VFY-COUNT
                 ADD 1 TO WS-CNT-RTN-READ
                 COMPUTE WS-VFY-TOTAL = WS-VFY-TOTAL +
                    FUNCTION NUMVAL (RTN-D-AMT)
                 IF WS-RTN-COUNT < WS-RTN-MAX
                    ADD 1 TO WS-RTN-COUNT
                    MOVE RTN-D-REF TO WS-RTN-REF(WS-RTN-COUNT)
                    MOVE RTN-D-CCY TO WS-RTN-CCY(WS-RTN-COUNT)
                    COMPUTE WS-RTN-AMT(WS-RTN-COUNT) =
                       FUNCTION NUMVAL (RTN-D-AMT)
                    MOVE 'N' TO WS-RTN-DONE-SW(WS-RTN-COUNT)
                 ELSE
                    MOVE 'TOO MANY RETURNS' TO WS-RTN-FAIL-WORK
                    PERFORM H159-FAIL-RETURNS
                 END-IF
              WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-RTN-FAIL-WORK
                 PERFORM H159-FAIL-RETURNS
           END-EVALUATE
           END-IF.
       H155-END. EXIT.

      *    First failure wins, as in CLRTRN01.
       H159-FAIL-RETURNS.
           IF WS-RTN-OK
              MOVE 'N' TO WS-RTN-OK-SW
              MOVE WS-RTN-FAIL-WORK TO WS-RTN-FAIL-REASON
           END-IF.
       H159-END. EXIT.

      *    HBTFILE holds whole batches, header to trailer.  The
      *    last run's ADJOUT batch is looked for among the headers;
      *    the debits of every batch from our own branch are summed
      *    per account.  A missing HBTFILE means nothing is held.
       H160-LOAD-HELD-BATCHES.
           MOVE 0 TO WS-HBD-COUNT
           MOVE SPACES TO WS-HBT-BRANCH
           OPEN INPUT HBT-FILE
           IF HBT-FILE-SUCCESS
              PERFORM H165-READ-NEXT-HELD UNTIL HBT-FILE-EOF
              CLOSE HBT-FILE
           END-IF.
       H160-END. EXIT.

       H165-READ-NEXT-HELD.
           READ HBT-FILE.
           IF (NOT HBT-FILE-SUCCESS) AND (NOT HBT-FILE-EOF)
           DISPLAY 'UNABLE TO READ HBTFILE: ' ST-HBT
           MOVE ST-HBT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HBT-FILE-EOF)
           EVALUATE TRUE
              WHEN HBT-IS-HEADER
                 MOVE HBT-BRANCH TO WS-HBT-BRANCH
                 IF WS-PRV-SEEN AND HBT-BRANCH = WS-PRV-BRANCH
                    AND HBT-BATCH = WS-PRV-BATCH
                    MOVE 'Y' TO WS-PRV-FOUND-SW
                 END-IF
              WHEN HBT-IS-TRAILER
                 MOVE SPACES TO WS-HBT-BRANCH
              WHEN WS-HBT-BRANCH = WS-BRANCH
                 AND HBT-ID NUMERIC AND HBT-DVZ NUMERIC
                 COMPUTE WS-HBT-AMT = FUNCTION NUMVAL (HBT-BLNC)
                 IF WS-HBT-AMT < 0
                    PERFORM H168-ADD-HELD-DEBIT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           END-IF.
       H165-END. EXIT.

       H168-ADD-HELD-DEBIT.
           MOVE HBT-ID  TO WS-PAY-ID
           MOVE HBT-DVZ TO WS-PAY-DVZ
           PERFORM H545-FIND-HELD-DEBIT
           IF NOT WS-HBD-FOUND
              IF WS-HBD-COUNT < WS-HBD-MAX
                 ADD 1 TO WS-HBD-COUNT
                 SET WS-HBD-IDX TO WS-HBD-COUNT
                 MOVE WS-PAY-ID  TO WS-HBD-ID(WS-HBD-IDX)
                 MOVE WS-PAY-DVZ TO WS-HBD-DVZ(WS-HBD-IDX)
                 MOVE 0          TO WS-HBD-AMT(WS-HBD-IDX)
              ELSE
                 DISPLAY 'WS-HBD-TABLE FULL AT ' WS-HBD-MAX
                         ' - HELD DEBITS CANNOT BE NETTED, '
                         'RUN STOPPED'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF
           SUBTRACT WS-HBT-AMT FROM WS-HBD-AMT(WS-HBD-IDX).
       H168-END. EXIT.

       H300-WRITE-HEADERS.
           MOVE SPACES TO ADJ-HDR-REC
           MOVE 'HDR'       TO ADJ-HDR-TYPE
           MOVE WS-BRANCH   TO ADJ-HDR-BRANCH
           MOVE WS-BUS-DATE TO ADJ-HDR-DATE
           MOVE WS-BATCH-NO TO ADJ-HDR-BATCH
           MOVE 'CLROUT01'  TO ADJ-HDR-SUBMIT
           WRITE ADJ-HDR-REC
           MOVE SPACES      TO CLO-HDR-REC
           MOVE '01'        TO CLO-H-TYPE
           MOVE WS-BUS-DATE TO CLO-H-DATE
           WRITE CLO-HDR-REC.
       H300-END. EXIT.

      *    Register pass: every entry is carried to OBROUT, a
      *    returned payment with its new status; entries sent more
      *    than KEEP days ago are dropped.  Each reference carried
      *    is remembered so today's instructions cannot reuse it.
       H400-CARRY-REGISTER.
           READ OBR-FILE.
           IF (NOT OBR-FILE-SUCCESS) AND (NOT OBR-FILE-EOF)
           DISPLAY 'UNABLE TO READ OBRFILE: ' ST-OBR
           MOVE ST-OBR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT OBR-FILE-EOF)
           PERFORM H410-MATCH-RETURN
           IF OBR-SENT-DATE < WS-KEEP-FROM-DATE
              AND NOT WS-RTN-FOUND
              ADD 1 TO WS-CNT-OBR-DROPPED
           ELSE
              MOVE OBR-REC TO OBN-REC
              WRITE OBN-REC
              IF NOT OBN-FILE-SUCCESS
                 DISPLAY 'UNABLE TO WRITE OBROUT: ' ST-OBN
                 MOVE ST-OBN TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-CNT-OBR-CARRIED
              IF WS-REF-COUNT < WS-REF-MAX
                 ADD 1 TO WS-REF-COUNT
                 MOVE OBR-REF TO WS-REF-VALUE(WS-REF-COUNT)
              ELSE
                 DISPLAY 'WS-REF-TABLE FULL AT ' WS-REF-MAX
                         ' - REFERENCE REUSE CHECK IS INCOMPLETE'
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           END-IF.
       H400-END. EXIT.

      *    A return is credited only against a payment still
      *    standing as sent, in the same currency and for the same
      *    amount; the credit goes back to the account the payment
      *    was debited from.
       H410-MATCH-RETURN.
           MOVE 'N' TO WS-RTN-FOUND-SW
           PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
              UNTIL WS-RTN-IDX > WS-RTN-COUNT
              IF WS-RTN-REF(WS-RTN-IDX) = OBR-REF
                 AND NOT WS-RTN-DONE(WS-RTN-IDX)
                 MOVE 'Y' TO WS-RTN-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-RTN-FOUND
              MOVE 'Y' TO WS-RTN-DONE-SW(WS-RTN-IDX)
              MOVE OBR-ID  TO REJ-ID-O
              MOVE OBR-DVZ TO REJ-DVZ-O
              MOVE OBR-DVZ TO WS-LOOKUP-DVZ
              PERFORM H720-LOOKUP-CURRENCY
              EVALUATE TRUE
                 WHEN OBR-RETURNED
                    MOVE 'ALREADY RETURNED' TO WS-PAY-REASON
                    PERFORM H480-REJECT-RETURN
                 WHEN WS-RTN-CCY(WS-RTN-IDX) NOT = WS-CURRENCY-SYM
                    MOVE 'RETURN CCY MISMATCH' TO WS-PAY-REASON
                    PERFORM H480-REJECT-RETURN
                 WHEN WS-RTN-AMT(WS-RTN-IDX) NOT = OBR-AMT
                    MOVE 'RETURN AMT MISMATCH' TO WS-PAY-REASON
                    PERFORM H480-REJECT-RETURN
                 WHEN OTHER
                    MOVE SPACES TO ADJ-DET-REC
                    MOVE OBR-ID  TO ADJ-ID
                    MOVE OBR-DVZ TO ADJ-DVZ
                    MOVE OBR-AMT TO ADJ-BLNC
                    WRITE ADJ-DET-REC
                    ADD 1 TO WS-DET-COUNT
                    ADD OBR-AMT TO WS-HASH-TOTAL
                    ADD 1 TO WS-CNT-RTN-CREDITED
                    ADD OBR-AMT TO WS-AMT-RETURNED
                    MOVE 'R' TO OBR-STATUS
                    MOVE WS-BUS-DATE TO OBR-RTN-DATE
              END-EVALUATE
           END-IF.
       H410-END. EXIT.

      *    The caller has set REJ-ID-O and REJ-DVZ-O: the debited
      *    account when the register knows the payment, spaces when
      *    it does not.
       H480-REJECT-RETURN.
           MOVE WS-RTN-REF(WS-RTN-IDX) TO REJ-REF-O
           MOVE WS-RTN-AMT(WS-RTN-IDX) TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT            TO REJ-AMT-O
           MOVE WS-PAY-REASON          TO REJ-REASON-O
           WRITE REJ-REC
           ADD 1 TO WS-CNT-RTN-REJECTED.
       H480-END. EXIT.

      *    Returns the register pass never reached quote no payment
      *    we still hold.
       H490-UNMATCHED-RETURNS.
           PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
              UNTIL WS-RTN-IDX > WS-RTN-COUNT
              IF NOT WS-RTN-DONE(WS-RTN-IDX)
                 MOVE 'NO OUTBOUND MATCH' TO WS-PAY-REASON
                 MOVE SPACES TO REJ-ID-O
                 MOVE SPACES TO REJ-DVZ-O
                 PERFORM H480-REJECT-RETURN
              END-IF
           END-PERFORM.
       H490-END. EXIT.

       H500-READ-NEXT-INSTRUCTION.
           READ PAY-FILE.
           IF (NOT PAY-FILE-SUCCESS) AND (NOT PAY-FILE-EOF)
           DISPLAY 'UNABLE TO READ PAYFILE: ' ST-PAY
           MOVE ST-PAY TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT PAY-FILE-EOF)
           ADD 1 TO WS-CNT-PAY-READ
           PERFORM H510-CHECK-INSTRUCTION
           IF WS-PAY-REASON = SPACES
              PERFORM H600-SEND-PAYMENT
           ELSE
              PERFORM H690-REJECT-INSTRUCTION
           END-IF
           END-IF.
       H500-END. EXIT.

      *    First failure wins; WS-PAY-REASON stays spaces for an
      *    instruction that can be sent.
       H510-CHECK-INSTRUCTION.
           MOVE SPACES TO WS-PAY-REASON
           IF PAY-ID NOT NUMERIC OR PAY-DVZ NOT NUMERIC
              MOVE 'INVALID ACCOUNT KEY' TO WS-PAY-REASON
           ELSE
              COMPUTE WS-PAY-ID  = FUNCTION NUMVAL (PAY-ID)
              COMPUTE WS-PAY-DVZ = FUNCTION NUMVAL (PAY-DVZ)
              COMPUTE WS-PAY-AMT = FUNCTION NUMVAL (PAY-AMT)
              MOVE WS-PAY-DVZ TO WS-LOOKUP-DVZ
              PERFORM H720-LOOKUP-CURRENCY
              PERFORM H730-CHECK-MINOR-UNITS
           END-IF
           IF WS-PAY-REASON = SPACES
              EVALUATE TRUE
                 WHEN PAY-REF = SPACES
                    MOVE 'MISSING REFERENCE' TO WS-PAY-REASON
                 WHEN PAY-BEN-BANK = SPACES
                    OR PAY-BEN-ACCT = SPACES
                    MOVE 'MISSING BENEFICIARY' TO WS-PAY-REASON
                 WHEN NOT WS-CURR-FOUND
                    MOVE 'UNKNOWN CURRENCY' TO WS-PAY-REASON
                 WHEN WS-PAY-AMT NOT > 0
                    MOVE 'INVALID AMOUNT' TO WS-PAY-REASON
                 WHEN NOT WS-MINOR-OK
                    MOVE 'BAD MINOR UNITS' TO WS-PAY-REASON
                 WHEN PAY-VALUE-DATE NOT NUMERIC
                    MOVE 'BAD VALUE DATE' TO WS-PAY-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-PAY-REASON = SPACES
              MOVE PAY-VALUE-DATE TO WS-PAY-VALUE-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD (WS-PAY-VALUE-DATE)
                 NOT = 0
                 OR WS-PAY-VALUE-DATE < WS-BUS-DATE
                 MOVE 'BAD VALUE DATE' TO WS-PAY-REASON
              END-IF
           END-IF
           IF WS-PAY-REASON = SPACES
              PERFORM H520-CHECK-REFERENCE
           END-IF
           IF WS-PAY-REASON = SPACES
              PERFORM H530-CHECK-ACCOUNT
           END-IF.
       H510-END. EXIT.

       H520-CHECK-REFERENCE.
           MOVE 'N' TO WS-REF-FOUND-SW
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
              UNTIL WS-REF-IDX > WS-REF-COUNT
              IF WS-REF-VALUE(WS-REF-IDX) = PAY-REF
                 MOVE 'Y' TO WS-REF-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-REF-FOUND
              MOVE 'DUPLICATE REFERENCE' TO WS-PAY-REASON
           END-IF.
       H520-END. EXIT.

      *    Existence, freeze and funds against the master.  The
      *    available balance also nets off what this run has
      *    already promised away from the account, and the debits
      *    of earlier payments whose batch is still held for
      *    approval on HBTFILE.
       H530-CHECK-ACCOUNT.
           MOVE WS-PAY-ID  TO IDX-ID
           MOVE WS-PAY-DVZ TO IDX-DVZ
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY
                MOVE 'ACCOUNT NOT FOUND' TO WS-PAY-REASON
           END-READ
           IF WS-PAY-REASON = SPACES
              PERFORM H145-GET-ACCOUNT-HOLDS
              PERFORM H540-FIND-USED
              IF WS-USE-FOUND
                 MOVE WS-USE-AMT(WS-USE-IDX) TO WS-PAY-USED
              ELSE
                 MOVE 0 TO WS-PAY-USED
              END-IF
              PERFORM H545-FIND-HELD-DEBIT
              IF WS-HBD-FOUND
                 MOVE WS-HBD-AMT(WS-HBD-IDX) TO WS-PAY-HELD
              ELSE
                 MOVE 0 TO WS-PAY-HELD
              END-IF
              COMPUTE WS-PAY-AVAILABLE = IDX-BALANCE
                 - WS-HLD-LIEN-TOTAL - WS-PAY-USED - WS-PAY-HELD
              EVALUATE TRUE
                 WHEN WS-HLD-FROZEN
                    MOVE 'ACCOUNT FROZEN' TO WS-PAY-REASON
                 WHEN WS-PAY-AMT > WS-PAY-AVAILABLE
                    MOVE 'INSUFFICIENT FUNDS' TO WS-PAY-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       H530-END. EXIT.

       H540-FIND-USED.
           MOVE 'N' TO WS-USE-FOUND-SW
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
              UNTIL WS-USE-IDX > WS-USE-COUNT
              IF WS-USE-ID(WS-USE-IDX) = WS-PAY-ID
                 AND WS-USE-DVZ(WS-USE-IDX) = WS-PAY-DVZ
                 MOVE 'Y' TO WS-USE-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       H540-END. EXIT.

       H545-FIND-HELD-DEBIT.
           MOVE 'N' TO WS-HBD-FOUND-SW
           PERFORM VARYING WS-HBD-IDX FROM 1 BY 1
              UNTIL WS-HBD-IDX > WS-HBD-COUNT
              IF WS-HBD-ID(WS-HBD-IDX) = WS-PAY-ID
                 AND WS-HBD-DVZ(WS-HBD-IDX) = WS-PAY-DVZ
                 MOVE 'Y' TO WS-HBD-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       H545-END. EXIT.

      *    One accepted payment: the debit detail for the batch,
      *    the clearing detail, and the register entry a return
      *    will be matched against.
       H600-SEND-PAYMENT.
           IF NOT WS-USE-FOUND
              IF WS-USE-COUNT < WS-USE-MAX
                 ADD 1 TO WS-USE-COUNT
                 SET WS-USE-IDX TO WS-USE-COUNT
                 MOVE WS-PAY-ID  TO WS-USE-ID(WS-USE-IDX)
                 MOVE WS-PAY-DVZ TO WS-USE-DVZ(WS-USE-IDX)
                 MOVE 0          TO WS-USE-AMT(WS-USE-IDX)
              ELSE
                 DISPLAY 'WS-USE-TABLE FULL AT ' WS-USE-MAX
                         ' - FUNDS CANNOT BE CHECKED, RUN STOPPED'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF
           ADD WS-PAY-AMT TO WS-USE-AMT(WS-USE-IDX)
           MOVE SPACES TO ADJ-DET-REC
           MOVE WS-PAY-ID  TO ADJ-ID
           MOVE WS-PAY-DVZ TO ADJ-DVZ
           COMPUTE ADJ-BLNC = 0 - WS-PAY-AMT
           WRITE ADJ-DET-REC
           ADD 1 TO WS-DET-COUNT
           SUBTRACT WS-PAY-AMT FROM WS-HASH-TOTAL
           MOVE SPACES            TO CLO-DET-REC
           MOVE '05'              TO CLO-D-TYPE
           MOVE PAY-REF           TO CLO-D-REF
           MOVE WS-CURRENCY-SYM   TO CLO-D-CCY
           MOVE WS-PAY-AMT        TO CLO-D-AMT
           MOVE PAY-BEN-BANK      TO CLO-D-BEN-BANK
           MOVE PAY-BEN-ACCT      TO CLO-D-BEN-ACCT
           MOVE WS-PAY-VALUE-DATE TO CLO-D-VALUE-DATE
           MOVE WS-PAY-ID         TO CLO-D-ORD-ID
           MOVE WS-PAY-DVZ        TO CLO-D-ORD-DVZ
           WRITE CLO-DET-REC
           ADD 1 TO WS-CLO-COUNT
           ADD WS-PAY-AMT TO WS-CLO-TOTAL
           MOVE PAY-REF           TO OBN-REF
           MOVE WS-PAY-ID         TO OBN-ID
           MOVE WS-PAY-DVZ        TO OBN-DVZ
           MOVE WS-PAY-AMT        TO OBN-AMT
           MOVE PAY-BEN-BANK      TO OBN-BEN-BANK
           MOVE PAY-BEN-ACCT      TO OBN-BEN-ACCT
           MOVE WS-PAY-VALUE-DATE TO OBN-VALUE-DATE
           MOVE WS-BUS-DATE       TO OBN-SENT-DATE
           MOVE WS-BATCH-NO       TO OBN-BATCH
           MOVE 'S'               TO OBN-STATUS
           MOVE 0                 TO OBN-RTN-DATE
           WRITE OBN-REC
           IF NOT OBN-FILE-SUCCESS
           DISPLAY 'UNABLE TO WRITE OBROUT: ' ST-OBN
           MOVE ST-OBN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF
           IF WS-REF-COUNT < WS-REF-MAX
              ADD 1 TO WS-REF-COUNT
              MOVE PAY-REF TO WS-REF-VALUE(WS-REF-COUNT)
           END-IF
           ADD 1 TO WS-CNT-PAY-SENT
           ADD WS-PAY-AMT TO WS-AMT-SENT.
       H600-END. EXIT.

       H690-REJECT-INSTRUCTION.
           MOVE PAY-REF       TO REJ-REF-O
           MOVE PAY-ID        TO REJ-ID-O
           MOVE PAY-DVZ       TO REJ-DVZ-O
           MOVE PAY-AMT       TO REJ-AMT-O
           MOVE WS-PAY-REASON TO REJ-REASON-O
           WRITE REJ-REC
           ADD 1 TO WS-CNT-PAY-REJECTED.
       H690-END. EXIT.

       H720-LOOKUP-CURRENCY.
           MOVE 'N' TO WS-CURR-FOUND-SW
           MOVE SPACES TO WS-CURRENCY-SYM
           MOVE 2 TO WS-MINOR-DIGITS
           PERFORM VARYING WS-CURR-IX FROM 1 BY 1
              UNTIL WS-CURR-IX > WS-CURRENCY-TABLE-SIZE
              IF WS-LOOKUP-DVZ = WS-CURR-CODE(WS-CURR-IX)
                 MOVE WS-CURR-SYM(WS-CURR-IX)   TO WS-CURRENCY-SYM
                 MOVE WS-CURR-MINOR(WS-CURR-IX) TO WS-MINOR-DIGITS
                 MOVE 'Y' TO WS-CURR-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       H720-END. EXIT.

       H730-CHECK-MINOR-UNITS.
           MOVE 'Y' TO WS-MINOR-OK-SW
           COMPUTE WS-MINOR-CENTS = WS-PAY-AMT * 100
           EVALUATE WS-MINOR-DIGITS
              WHEN 0
                 IF FUNCTION MOD(WS-MINOR-CENTS, 100) NOT = 0
                    MOVE 'N' TO WS-MINOR-OK-SW
                 END-IF
              WHEN 1
                 IF FUNCTION MOD(WS-MINOR-CENTS, 10) NOT = 0
                    MOVE 'N' TO WS-MINOR-OK-SW
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H730-END. EXIT.

       H800-WRITE-TRAILERS.
           MOVE SPACES TO ADJ-TRL-REC
           MOVE 'TRL'         TO ADJ-TRL-TYPE
           MOVE WS-DET-COUNT  TO ADJ-TRL-COUNT
           MOVE WS-HASH-TOTAL TO ADJ-TRL-HASH
           WRITE ADJ-TRL-REC
           MOVE SPACES        TO CLO-TRL-REC
           MOVE '99'          TO CLO-T-TYPE
           MOVE WS-CLO-COUNT  TO CLO-T-COUNT
           MOVE WS-CLO-TOTAL  TO CLO-T-AMT
           WRITE CLO-TRL-REC.
       H800-END. EXIT.

       H900-WRITE-RUN-REPORT.
           MOVE WS-BUS-DATE TO RPT-DATE-O
           MOVE WS-BRANCH   TO RPT-BRANCH-O
           MOVE WS-BATCH-NO TO RPT-BATCH-O
           WRITE RPT-REC FROM RPT-TITLE-LINE
           MOVE 'INSTRUCTIONS READ   :   ' TO RPT-CNT-LABEL
           MOVE WS-CNT-PAY-READ TO RPT-CNT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'PAYMENTS SENT       :   ' TO RPT-CNT-LABEL
           MOVE WS-CNT-PAY-SENT TO RPT-CNT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'AMOUNT SENT         :   ' TO RPT-AMT-LABEL
           MOVE WS-AMT-SENT TO RPT-AMT-VALUE
           WRITE RPT-REC FROM RPT-AMOUNT-LINE
           MOVE 'INSTRUCTIONS REFUSED:   ' TO RPT-CNT-LABEL
           MOVE WS-CNT-PAY-REJECTED TO RPT-CNT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'RETURNS READ        :   ' TO RPT-CNT-LABEL
           MOVE WS-CNT-RTN-READ TO RPT-CNT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'RETURNS CREDITED    :   ' TO RPT-CNT-LABEL
           MOVE WS-CNT-RTN-CREDITED TO RPT-CNT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'AMOUNT RETURNED     :   ' TO RPT-AMT-LABEL
           MOVE WS-AMT-RETURNED TO RPT-AMT-VALUE
           WRITE RPT-REC FROM RPT-AMOUNT-LINE
           MOVE 'RETURNS REFUSED     :   ' TO RPT-CNT-LABEL
           MOVE WS-CNT-RTN-REJECTED TO RPT-CNT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'BATCH DETAILS       :   ' TO RPT-CNT-LABEL
           MOVE WS-DET-COUNT TO RPT-CNT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'REGISTER CARRIED    :   ' TO RPT-CNT-LABEL
           MOVE WS-CNT-OBR-CARRIED TO RPT-CNT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'REGISTER DROPPED    :   ' TO RPT-CNT-LABEL
           MOVE WS-CNT-OBR-DROPPED TO RPT-CNT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
           IF WS-CNT-PAY-REJECTED > 0 OR WS-CNT-RTN-REJECTED > 0
              DISPLAY 'ONE OR MORE PAYMENTS OR RETURNS WERE '
                      'REFUSED - SEE CLOREJ'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H900-END. EXIT.

       H990-RUNCTL-END.
           IF WS-RC-STARTED
              MOVE 'N' TO WS-RC-STARTED-SW
              OPEN EXTEND RCT-FILE
              IF RCT-FILE-SUCCESS
                 MOVE WS-BUS-DATE TO RCT-BUS-DATE
                 MOVE 'CLROUT01'  TO RCT-PGM
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
           CLOSE PAY-FILE.
           CLOSE OBR-FILE.
           CLOSE OBN-FILE.
           CLOSE ADJ-FILE.
           CLOSE CLO-FILE.
           CLOSE REJ-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.

      *
