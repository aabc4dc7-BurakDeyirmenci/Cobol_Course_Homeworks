       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWDRCV01.
      *--------------------------------------------------------------
      *  Forward recovery of the IDXFILE account master from a base
      *  position and the balance audit journal.  IDXVFY01 can
      *  reload the master only as it stood at the unload; this
      *  rolls a base forward through every FILTER01 posting since,
      *  so a master damaged mid-day can be put back as it stood at
      *  any date and time the journal covers:
      *      FWDRCV01 MODE=RECOVER BASE=SNAP ASOF=yyyymmdd TIME=hhmmss
      *      FWDRCV01 MODE=REPORT  BASE=POS  ASOF=yyyymmdd ID=nnnnn
      *                            DVZ=nnn
      *  BASE=SNAP (the default) starts from a POSNAP01 SNPFILE
      *  snapshot, which is taken to include every posting journalled
      *  on or before its SNP-DATE - BASETIME=hhmmss moves the cut
      *  back for a snapshot taken before the day's last FILTER01
      *  run.  BASE=POS starts from a JRNCLS01 POSFILE closing
      *  position, which includes every posting of its period and
      *  carries balances only; a missing POSFILE means no close yet,
      *  and the whole journal is replayed from zero balances.  With
      *  no names or opening dates to put back, BASE=POS is for
      *  MODE=REPORT only.
      *
      *  Postings are read in the order they were journalled: first
      *  the optional JRNARCH archive of closed periods (needed when
      *  the base is older than the last JRNCLS01 close), then
      *  JRNFILE.  Those stamped at or before the base, or after the
      *  as-of date and time (ASOF defaults to the end of the
      *  journal, TIME to 235959), are passed over.  Every replayed
      *  posting is proved: JRN-OLD-BAL must equal the balance
      *  rebuilt so far and JRN-NEW-BAL must be JRN-OLD-BAL plus
      *  JRN-ADJ-AMT.  A posting that fails is listed as a break on
      *  RCVRPT with RETURN-CODE 4, and the rebuild carries on from
      *  its JRN-NEW-BAL, the balance the master actually held.  An
      *  account first seen in the journal was opened after the
      *  base; it is listed, and is a break if its first posting
      *  found a balance already on it (an opening balance the
      *  journal does not carry).  Its opening date is taken as the
      *  day of its first posting; its name is not journalled and
      *  must be restored through ACCTMNT.  Accounts closed or
      *  purged after the base are not journalled and stay in.
      *
      *  MODE=RECOVER writes the rebuilt master to a fresh IDXFILE,
      *  as an IDXVFY01 reload does; the master is not touched until
      *  the base has loaded and the replay has finished, so a run
      *  that stops early leaves it as it was.  MODE=REPORT (the
      *  default) leaves every master alone and prints the master as
      *  at the requested moment, optionally for one account id and/or
      *  currency, with per-currency totals.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY IDX-KEY
                            STATUS ST-IDX.
           SELECT SNP-FILE  ASSIGN TO SNPFILE
                            STATUS ST-SNP.
           SELECT POS-FILE  ASSIGN TO POSFILE
                            STATUS ST-POS.
           SELECT ARJ-FILE  ASSIGN TO JRNARCH
                            STATUS ST-ARJ.
           SELECT JRN-FILE  ASSIGN TO JRNFILE
                            STATUS ST-JRN.
           SELECT RPT-FILE  ASSIGN TO RCVRPT
                            STATUS ST-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
      *    POSNAP01 position snapshot, in IDX-KEY order.
       FD  SNP-FILE RECORDING MODE F.
         01  SNP-REC.
           05 SNP-DATE       PIC 9(8).
           05 SNP-ID         PIC 9(5).
           05 SNP-DVZ        PIC 9(3).
           05 SNP-NAME       PIC X(30).
           05 SNP-ACCT-DATE  PIC 9(7).
           05 SNP-BAL        PIC S9(13)V99 SIGN LEADING SEPARATE.
      *    JRNCLS01 closing position of a closed period, in IDX-KEY
      *    order.
       FD  POS-FILE RECORDING MODE F.
         01  POS-REC.
           05 POS-ID         PIC 9(5).
           05 POS-DVZ        PIC 9(3).
           05 POS-BAL        PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 POS-PERIOD     PIC 9(6).
      *    Archived journal posting: the closed period's stamp in
      *    front of the full JRN-REC image (92 bytes - see JRNREC).
       FD  ARJ-FILE RECORDING MODE F.
         01  ARJ-REC.
           05 ARJ-PERIOD     PIC 9(6).
           05 ARJ-IMAGE      PIC X(92).
       FD  JRN-FILE RECORDING MODE F.
           COPY JRNREC.
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC           PIC X(100).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX         PIC 9(2).
              88 IDX-FILE-SUCCESS               VALUE 0 97.
           05 ST-SNP         PIC 9(2).
              88 SNP-FILE-EOF                   VALUE 10.
              88 SNP-FILE-SUCCESS               VALUE 0 97.
           05 ST-POS         PIC 9(2).
              88 POS-FILE-EOF                   VALUE 10.
              88 POS-FILE-SUCCESS               VALUE 0 97.
           05 ST-ARJ         PIC 9(2).
              88 ARJ-FILE-EOF                   VALUE 10.
              88 ARJ-FILE-SUCCESS               VALUE 0 97.
           05 ST-JRN         PIC 9(2).
              88 JRN-FILE-EOF                   VALUE 10.
              88 JRN-FILE-SUCCESS               VALUE 0 97.
           05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.

           05 TEMP-ID        PIC 9(5).
           05 TEMP-DVZ       PIC 9(3).

      *    -- run options
           05 WS-MODE              PIC X(8) VALUE 'REPORT  '.
              88 WS-MODE-RECOVER          VALUE 'RECOVER '.
              88 WS-MODE-REPORT           VALUE 'REPORT  '.
           05 WS-BASE              PIC X(4) VALUE 'SNAP'.
              88 WS-BASE-SNAP             VALUE 'SNAP'.
              88 WS-BASE-POS              VALUE 'POS '.
           05 WS-ASOF-DATE         PIC 9(8) VALUE 99999999.
           05 WS-ASOF-TIME         PIC 9(6) VALUE 235959.
           05 WS-BASE-TIME         PIC 9(6) VALUE 235959.
           05 WS-SEL-ID            PIC 9(5) VALUE 0.
           05 WS-SEL-ID-GIVEN-SW   PIC X VALUE 'N'.
              88 WS-SEL-ID-GIVEN          VALUE 'Y'.
           05 WS-SEL-DVZ           PIC 9(3) VALUE 0.
           05 WS-SEL-DVZ-GIVEN-SW  PIC X VALUE 'N'.
              88 WS-SEL-DVZ-GIVEN         VALUE 'Y'.
           05 WS-IDX-OPEN-SW       PIC X VALUE 'N'.
              88 WS-IDX-OPEN              VALUE 'Y'.

      *    -- replay window.  Stamps are yyyymmddhhmmss; a closed
      *    period's base stamp sorts after every day of the period.
           05 WS-BASE-DATE         PIC 9(8) VALUE 0.
           05 WS-BASE-STAMP        PIC 9(14) VALUE 0.
           05 WS-ASOF-STAMP        PIC 9(14) VALUE 0.
           05 WS-JRN-STAMP         PIC 9(14) VALUE 0.

      *    -- account table: the base, then every account the
      *    journal adds, kept in IDX-KEY order
           05 WS-ACT-COUNT         PIC 9(5) VALUE 0.
           05 WS-ACT-MAX           PIC 9(5) VALUE 5000.
           05 WS-ACT-TABLE.
              10 WS-ACT-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-ACT-IDX.
                 15 WS-ACT-ID      PIC 9(5).
                 15 WS-ACT-DVZ     PIC 9(3).
                 15 WS-ACT-NAME    PIC X(30).
                 15 WS-ACT-DATE    PIC 9(7).
                 15 WS-ACT-BAL     PIC S9(13)V99.
           05 WS-ACT-FOUND-SW      PIC X VALUE 'N'.
              88 WS-ACT-FOUND             VALUE 'Y'.
           05 WS-ACT-POS           PIC 9(5).
           05 WS-ACT-SHIFT         PIC 9(5).
           05 WS-EXPECT-BAL        PIC S9(13)V99.

      *    -- per-currency totals for the as-at listing
           05 WS-DVT-COUNT         PIC 9(3) VALUE 0.
           05 WS-DVT-MAX           PIC 9(3) VALUE 50.
           05 WS-DVT-TABLE.
              10 WS-DVT-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-DVT-IDX.
                 15 WS-DVT-DVZ     PIC 9(3).
                 15 WS-DVT-ACCTS   PIC 9(7).
                 15 WS-DVT-BAL     PIC S9(15)V99.
           05 WS-DVT-FOUND-SW      PIC X VALUE 'N'.
              88 WS-DVT-FOUND             VALUE 'Y'.

      *    -- counters
           05 WS-CNT-BASE          PIC 9(9) VALUE 0.
           05 WS-CNT-READ          PIC 9(9) VALUE 0.
           05 WS-CNT-BEFORE        PIC 9(9) VALUE 0.
           05 WS-CNT-AFTER         PIC 9(9) VALUE 0.
           05 WS-CNT-REPLAYED      PIC 9(9) VALUE 0.
           05 WS-CNT-NEW           PIC 9(9) VALUE 0.
           05 WS-CNT-BREAKS        PIC 9(9) VALUE 0.
           05 WS-CNT-OUT           PIC 9(9) VALUE 0.

      *    -- command line parsing working storage
           05 WS-PARM-LINE          PIC X(200).
           05 WS-PARM-TOKEN-COUNT   PIC 9(2) VALUE 0.
           05 WS-PARM-TOKENS.
              10 WS-PARM-TOKEN      PIC X(100) OCCURS 10 TIMES
                                    INDEXED BY WS-PTK-IDX.
           05 WS-PARM-KEYWORD       PIC X(20).
           05 WS-PARM-VALUE         PIC X(100).

      *    The posting being replayed, from JRNARCH or JRNFILE.
           COPY JRNREC REPLACING LEADING ==JRN-== BY ==RPJ-==.

         01  RPT-TITLE-LINE.
           05  FILLER         PIC X(17) VALUE 'FORWARD RECOVERY '.
           05  RPT-MODE-O     PIC X(8).
           05  FILLER         PIC X(06) VALUE ' BASE '.
           05  RPT-BASE-O     PIC X(4).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPT-BASE-STAMP-O PIC 9(14).
           05  FILLER         PIC X(07) VALUE ' AS AT '.
           05  RPT-ASOF-STAMP-O PIC 9(14).

         01  BRK-HEADER-1.
           05  FILLER         PIC X(05) VALUE 'Id   '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(03) VALUE 'Dvz'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(14) VALUE 'Posted        '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(04) VALUE 'Brch'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(06) VALUE 'Batch '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Journal Old Bal '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Rebuilt Balance '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(20) VALUE 'Break'.

         01  BRK-HEADER-2.
           05  FILLER         PIC X(05) VALUE '-----'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(03) VALUE '---'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(14) VALUE '--------------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(04) VALUE '----'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(06) VALUE '------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE '----------------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE '----------------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(20) VALUE '--------------------'.

         01  BRK-DETAIL-LINE.
           05  BRK-ID-O       PIC 9(05).
           05  FILLER         PIC X(01) VALUE '|'.
           05  BRK-DVZ-O      PIC 9(03).
           05  FILLER         PIC X(01) VALUE '|'.
           05  BRK-DATE-O     PIC 9(08).
           05  BRK-TIME-O     PIC 9(06).
           05  FILLER         PIC X(01) VALUE '|'.
           05  BRK-BRANCH-O   PIC X(04).
           05  FILLER         PIC X(01) VALUE '|'.
           05  BRK-BATCH-O    PIC 9(06).
           05  FILLER         PIC X(01) VALUE '|'.
           05  BRK-OLD-O      PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  BRK-REBUILT-O  PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  BRK-TEXT-O     PIC X(20).

         01  LST-HEADER-1.
           05  FILLER         PIC X(05) VALUE 'Id   '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(03) VALUE 'Dvz'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(30) VALUE 'Name'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(07) VALUE 'Date   '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Balance'.

         01  LST-HEADER-2.
           05  FILLER         PIC X(05) VALUE '-----'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(03) VALUE '---'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(30) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(07) VALUE '-------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE '----------------'.

         01  LST-DETAIL-LINE.
           05  LST-ID-O       PIC 9(05).
           05  FILLER         PIC X(01) VALUE '|'.
           05  LST-DVZ-O      PIC 9(03).
           05  FILLER         PIC X(01) VALUE '|'.
           05  LST-NAME-O     PIC X(30).
           05  FILLER         PIC X(01) VALUE '|'.
           05  LST-DATE-O     PIC 9(07).
           05  FILLER         PIC X(01) VALUE '|'.
           05  LST-BAL-O      PIC -(12)9.99.

         01  DVT-DETAIL-LINE.
           05  FILLER         PIC X(09) VALUE 'CURRENCY '.
           05  DVT-DVZ-O      PIC 9(03).
           05  FILLER         PIC X(11) VALUE ' ACCOUNTS: '.
           05  DVT-ACCTS-O    PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(10) VALUE ' BALANCE: '.
           05  DVT-BAL-O      PIC -(14)9.99.

         01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL  PIC X(22).
           05  RPT-TOT-COUNT  PIC ZZZ,ZZZ,ZZ9.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-PARSE-PARM
           PERFORM H080-EDIT-OPTIONS
           PERFORM H100-OPEN-FILES
           PERFORM H200-LOAD-BASE
           PERFORM H250-SET-WINDOW
           WRITE RPT-REC FROM BRK-HEADER-1
           WRITE RPT-REC FROM BRK-HEADER-2
           PERFORM H300-REPLAY-ARCHIVE UNTIL ARJ-FILE-EOF
           PERFORM H310-REPLAY-JOURNAL UNTIL JRN-FILE-EOF
           IF WS-MODE-RECOVER
              PERFORM H500-WRITE-MASTER
           ELSE
              PERFORM H600-WRITE-LISTING
           END-IF
           PERFORM H700-WRITE-RUN-TOTALS
           IF WS-CNT-BREAKS > 0
              DISPLAY 'FORWARD RECOVERY FOUND ' WS-CNT-BREAKS
                      ' JOURNAL BREAK(S) - SEE RCVRPT'
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
              WHEN 'MODE'
                 MOVE WS-PARM-VALUE(1:8) TO WS-MODE
              WHEN 'BASE'
                 MOVE WS-PARM-VALUE(1:4) TO WS-BASE
              WHEN 'ASOF'
                 COMPUTE WS-ASOF-DATE =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
              WHEN 'TIME'
                 COMPUTE WS-ASOF-TIME =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
              WHEN 'BASETIME'
                 COMPUTE WS-BASE-TIME =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
              WHEN 'ID'
                 COMPUTE WS-SEL-ID =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
                 MOVE 'Y' TO WS-SEL-ID-GIVEN-SW
              WHEN 'DVZ'
                 COMPUTE WS-SEL-DVZ =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
                 MOVE 'Y' TO WS-SEL-DVZ-GIVEN-SW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H055-END. EXIT.

      *    A rebuilt master must hold every account, so the account
      *    selection is for the as-at listing only.  A closing
      *    position has no names or opening dates, so it cannot be
      *    the base of a master that is to be put back into service.
       H080-EDIT-OPTIONS.
           IF NOT (WS-MODE-RECOVER OR WS-MODE-REPORT)
              DISPLAY 'MODE MUST BE RECOVER OR REPORT'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF NOT (WS-BASE-SNAP OR WS-BASE-POS)
              DISPLAY 'BASE MUST BE SNAP OR POS'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-MODE-RECOVER
              AND (WS-SEL-ID-GIVEN OR WS-SEL-DVZ-GIVEN)
              DISPLAY 'ID AND DVZ ONLY APPLY TO MODE=REPORT'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-MODE-RECOVER AND WS-BASE-POS
              DISPLAY 'BASE=POS ONLY APPLIES TO MODE=REPORT - '
                      'RECOVER FROM A SNAPSHOT'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       H080-END. EXIT.

      *    IDXFILE is not opened here: in MODE=RECOVER the master is
      *    only replaced in H500, once the base has loaded and the
      *    replay has run to the end.
       H100-OPEN-FILES.
           IF WS-BASE-SNAP
              OPEN INPUT SNP-FILE
           ELSE
              OPEN INPUT POS-FILE
           END-IF
           OPEN INPUT  ARJ-FILE.
           OPEN INPUT  JRN-FILE.
           OPEN OUTPUT RPT-FILE.
           IF WS-BASE-SNAP AND NOT SNP-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SNPFILE: ' ST-SNP
           MOVE ST-SNP TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF WS-BASE-POS AND NOT POS-FILE-SUCCESS
           DISPLAY 'POSFILE NOT AVAILABLE: ' ST-POS
                   ' - REPLAYING THE WHOLE JOURNAL FROM ZERO'
           MOVE 10 TO ST-POS
           END-IF.

           IF NOT ARJ-FILE-SUCCESS
           DISPLAY 'JRNARCH NOT AVAILABLE: ' ST-ARJ
                   ' - REPLAYING JRNFILE ONLY'
           MOVE 10 TO ST-ARJ
           END-IF.

           IF NOT JRN-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN JRNFILE: ' ST-JRN
           MOVE ST-JRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN RCVRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *    Both base files are written in IDX-KEY order, so each
      *    account normally goes on the end of the table.
       H200-LOAD-BASE.
           MOVE 0 TO WS-ACT-COUNT
           IF WS-BASE-SNAP
              PERFORM H210-READ-NEXT-SNAPSHOT UNTIL SNP-FILE-EOF
              IF WS-CNT-BASE = 0
                 DISPLAY 'SNPFILE IS EMPTY - NOTHING TO RECOVER FROM'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           ELSE
              PERFORM H220-READ-NEXT-POSITION UNTIL POS-FILE-EOF
           END-IF.
       H200-END. EXIT.

       H210-READ-NEXT-SNAPSHOT.
           READ SNP-FILE.
           IF (NOT SNP-FILE-SUCCESS) AND (NOT SNP-FILE-EOF)
           DISPLAY 'UNABLE TO READ SNPFILE: ' ST-SNP
           MOVE ST-SNP TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT SNP-FILE-EOF)
           IF WS-CNT-BASE = 0
              MOVE SNP-DATE TO WS-BASE-DATE
              COMPUTE WS-BASE-STAMP =
                 SNP-DATE * 1000000 + WS-BASE-TIME
           END-IF
           MOVE SNP-ID  TO TEMP-ID
           MOVE SNP-DVZ TO TEMP-DVZ
           PERFORM H230-ADD-BASE-ACCOUNT
           MOVE SNP-NAME      TO WS-ACT-NAME(WS-ACT-POS)
           MOVE SNP-ACCT-DATE TO WS-ACT-DATE(WS-ACT-POS)
           MOVE SNP-BAL       TO WS-ACT-BAL(WS-ACT-POS)
           END-IF.
       H210-END. EXIT.

       H220-READ-NEXT-POSITION.
           READ POS-FILE.
           IF (NOT POS-FILE-SUCCESS) AND (NOT POS-FILE-EOF)
           DISPLAY 'UNABLE TO READ POSFILE: ' ST-POS
           MOVE ST-POS TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT POS-FILE-EOF)
           IF WS-CNT-BASE = 0
              COMPUTE WS-BASE-DATE = POS-PERIOD * 100 + 99
              COMPUTE WS-BASE-STAMP =
                 WS-BASE-DATE * 1000000 + 999999
           END-IF
           MOVE POS-ID  TO TEMP-ID
           MOVE POS-DVZ TO TEMP-DVZ
           PERFORM H230-ADD-BASE-ACCOUNT
           MOVE POS-BAL       TO WS-ACT-BAL(WS-ACT-POS)
           END-IF.
       H220-END. EXIT.

       H230-ADD-BASE-ACCOUNT.
           IF WS-ACT-COUNT = 0
              OR WS-ACT-ID(WS-ACT-COUNT) < TEMP-ID
              OR (WS-ACT-ID(WS-ACT-COUNT) = TEMP-ID
                  AND WS-ACT-DVZ(WS-ACT-COUNT) < TEMP-DVZ)
              IF WS-ACT-COUNT NOT < WS-ACT-MAX
                 PERFORM H290-TABLE-FULL
              END-IF
              ADD 1 TO WS-ACT-COUNT
              MOVE WS-ACT-COUNT TO WS-ACT-POS
              PERFORM H285-INIT-ENTRY
           ELSE
              PERFORM H260-FIND-ACCOUNT
              IF NOT WS-ACT-FOUND
                 PERFORM H280-INSERT-ACCOUNT
              END-IF
           END-IF
           ADD 1 TO WS-CNT-BASE.
       H230-END. EXIT.

       H250-SET-WINDOW.
           IF WS-ASOF-DATE = 99999999
              MOVE 999999 TO WS-ASOF-TIME
           END-IF
           COMPUTE WS-ASOF-STAMP =
              WS-ASOF-DATE * 1000000 + WS-ASOF-TIME
           MOVE WS-MODE       TO RPT-MODE-O
           MOVE WS-BASE       TO RPT-BASE-O
           MOVE WS-BASE-STAMP TO RPT-BASE-STAMP-O
           MOVE WS-ASOF-STAMP TO RPT-ASOF-STAMP-O
           WRITE RPT-REC FROM RPT-TITLE-LINE
           IF WS-ASOF-STAMP < WS-BASE-STAMP
              DISPLAY 'AS-OF ' WS-ASOF-STAMP ' IS BEFORE THE BASE '
                      WS-BASE-STAMP ' - CANNOT ROLL BACKWARD'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H250-END. EXIT.

       H300-REPLAY-ARCHIVE.
           READ ARJ-FILE.
           IF (NOT ARJ-FILE-SUCCESS) AND (NOT ARJ-FILE-EOF)
           DISPLAY 'UNABLE TO READ JRNARCH: ' ST-ARJ
           MOVE ST-ARJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT ARJ-FILE-EOF)
           MOVE ARJ-IMAGE TO RPJ-REC
           PERFORM H320-REPLAY-POSTING
           END-IF.
       H300-END. EXIT.

       H310-REPLAY-JOURNAL.
           READ JRN-FILE.
           IF (NOT JRN-FILE-SUCCESS) AND (NOT JRN-FILE-EOF)
           DISPLAY 'UNABLE TO READ JRNFILE: ' ST-JRN
           MOVE ST-JRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT JRN-FILE-EOF)
           MOVE JRN-REC TO RPJ-REC
           PERFORM H320-REPLAY-POSTING
           END-IF.
       H310-END. EXIT.

      *    The rebuilt balance always follows the journal's new
      *    balance: after a break it is the balance the master
      *    actually held, and later postings are proved against it.
       H320-REPLAY-POSTING.
           ADD 1 TO WS-CNT-READ
           COMPUTE WS-JRN-STAMP =
              RPJ-RUN-DATE * 1000000 + RPJ-RUN-TIME
           EVALUATE TRUE
              WHEN WS-JRN-STAMP NOT > WS-BASE-STAMP
                 ADD 1 TO WS-CNT-BEFORE
              WHEN WS-JRN-STAMP > WS-ASOF-STAMP
                 ADD 1 TO WS-CNT-AFTER
              WHEN OTHER
                 ADD 1 TO WS-CNT-REPLAYED
                 MOVE RPJ-ID  TO TEMP-ID
                 MOVE RPJ-DVZ TO TEMP-DVZ
                 PERFORM H260-FIND-ACCOUNT
                 IF WS-ACT-FOUND
                    PERFORM H330-PROVE-POSTING
                 ELSE
                    PERFORM H340-ADD-NEW-ACCOUNT
                 END-IF
                 MOVE RPJ-NEW-BAL TO WS-ACT-BAL(WS-ACT-POS)
           END-EVALUATE.
       H320-END. EXIT.

       H330-PROVE-POSTING.
           IF RPJ-OLD-BAL NOT = WS-ACT-BAL(WS-ACT-POS)
              MOVE 'OLD BAL MISMATCH' TO BRK-TEXT-O
              PERFORM H350-WRITE-BREAK
              ADD 1 TO WS-CNT-BREAKS
           END-IF
           COMPUTE WS-EXPECT-BAL = RPJ-OLD-BAL + RPJ-ADJ-AMT
           IF RPJ-NEW-BAL NOT = WS-EXPECT-BAL
              MOVE 'NEW NOT OLD + AMOUNT' TO BRK-TEXT-O
              PERFORM H350-WRITE-BREAK
              ADD 1 TO WS-CNT-BREAKS
           END-IF.
       H330-END. EXIT.

      *    An account opened after the base starts from zero; a
      *    first posting that found money already on it means an
      *    opening balance the journal cannot account for.  The day
      *    of that first posting stands in for the opening date, in
      *    the master's yyyyddd form.
       H340-ADD-NEW-ACCOUNT.
           PERFORM H280-INSERT-ACCOUNT
           ADD 1 TO WS-CNT-NEW
           IF FUNCTION TEST-DATE-YYYYMMDD (RPJ-RUN-DATE) = 0
              COMPUTE WS-ACT-DATE(WS-ACT-POS) =
                 FUNCTION DAY-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (RPJ-RUN-DATE))
           END-IF
           IF RPJ-OLD-BAL = 0
              MOVE 'NEW SINCE BASE' TO BRK-TEXT-O
              PERFORM H350-WRITE-BREAK
           ELSE
              MOVE 'NOT IN BASE' TO BRK-TEXT-O
              PERFORM H350-WRITE-BREAK
              ADD 1 TO WS-CNT-BREAKS
           END-IF
           COMPUTE WS-EXPECT-BAL = RPJ-OLD-BAL + RPJ-ADJ-AMT
           IF RPJ-NEW-BAL NOT = WS-EXPECT-BAL
              MOVE 'NEW NOT OLD + AMOUNT' TO BRK-TEXT-O
              PERFORM H350-WRITE-BREAK
              ADD 1 TO WS-CNT-BREAKS
           END-IF.
       H340-END. EXIT.

       H350-WRITE-BREAK.
           MOVE RPJ-ID                 TO BRK-ID-O
           MOVE RPJ-DVZ                TO BRK-DVZ-O
           MOVE RPJ-RUN-DATE           TO BRK-DATE-O
           MOVE RPJ-RUN-TIME           TO BRK-TIME-O
           MOVE RPJ-BRANCH             TO BRK-BRANCH-O
           MOVE RPJ-BATCH              TO BRK-BATCH-O
           MOVE RPJ-OLD-BAL            TO BRK-OLD-O
           MOVE WS-ACT-BAL(WS-ACT-POS) TO BRK-REBUILT-O
           WRITE RPT-REC FROM BRK-DETAIL-LINE.
       H350-END. EXIT.

      *    Walks the table in key order.  On a match WS-ACT-POS is the
      *    matching slot; otherwise it is the slot the key would be
      *    inserted at to keep the table in order.
       H260-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACT-FOUND-SW
           COMPUTE WS-ACT-POS = WS-ACT-COUNT + 1
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
              UNTIL WS-ACT-IDX > WS-ACT-COUNT
              IF WS-ACT-ID(WS-ACT-IDX) = TEMP-ID
                 AND WS-ACT-DVZ(WS-ACT-IDX) = TEMP-DVZ
                 MOVE 'Y' TO WS-ACT-FOUND-SW
                 SET WS-ACT-POS TO WS-ACT-IDX
                 EXIT PERFORM
              END-IF
              IF WS-ACT-ID(WS-ACT-IDX) > TEMP-ID
                 OR (WS-ACT-ID(WS-ACT-IDX) = TEMP-ID
                     AND WS-ACT-DVZ(WS-ACT-IDX) > TEMP-DVZ)
                 SET WS-ACT-POS TO WS-ACT-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       H260-END. EXIT.

      *    H260 leaves WS-ACT-POS at the slot the new account belongs
      *    in; everything from there down moves one place along.
       H280-INSERT-ACCOUNT.
           IF WS-ACT-COUNT NOT < WS-ACT-MAX
              PERFORM H290-TABLE-FULL
           END-IF
           PERFORM VARYING WS-ACT-SHIFT FROM WS-ACT-COUNT BY -1
              UNTIL WS-ACT-SHIFT < WS-ACT-POS
              MOVE WS-ACT-ENTRY(WS-ACT-SHIFT)
                TO WS-ACT-ENTRY(WS-ACT-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-ACT-COUNT
           PERFORM H285-INIT-ENTRY.
       H280-END. EXIT.

       H285-INIT-ENTRY.
           MOVE TEMP-ID  TO WS-ACT-ID(WS-ACT-POS)
           MOVE TEMP-DVZ TO WS-ACT-DVZ(WS-ACT-POS)
           MOVE SPACES   TO WS-ACT-NAME(WS-ACT-POS)
           MOVE 0        TO WS-ACT-DATE(WS-ACT-POS)
           MOVE 0        TO WS-ACT-BAL(WS-ACT-POS).
       H285-END. EXIT.

       H290-TABLE-FULL.
           DISPLAY 'WS-ACT-TABLE FULL AT ' WS-ACT-MAX
                   ' - RECOVERY STOPPED AT ' TEMP-ID ' ' TEMP-DVZ
           MOVE 8 TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT.
       H290-END. EXIT.

       H500-WRITE-MASTER.
           OPEN OUTPUT IDX-FILE
           IF NOT IDX-FILE-SUCCESS
              DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
              MOVE ST-IDX TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE 'Y' TO WS-IDX-OPEN-SW
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
              UNTIL WS-ACT-IDX > WS-ACT-COUNT
              MOVE WS-ACT-ID(WS-ACT-IDX)   TO IDX-ID
              MOVE WS-ACT-DVZ(WS-ACT-IDX)  TO IDX-DVZ
              MOVE WS-ACT-NAME(WS-ACT-IDX) TO IDX-NAME
              MOVE WS-ACT-DATE(WS-ACT-IDX) TO IDX-DATE
              MOVE WS-ACT-BAL(WS-ACT-IDX)  TO IDX-BALANCE
              WRITE IDX-REC
                INVALID KEY
                   DISPLAY 'UNABLE TO WRITE IDXFILE: ' ST-IDX
                           ' AT ' WS-ACT-ID(WS-ACT-IDX) ' '
                           WS-ACT-DVZ(WS-ACT-IDX)
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
              END-WRITE
              ADD 1 TO WS-CNT-OUT
           END-PERFORM.
       H500-END. EXIT.

       H600-WRITE-LISTING.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM LST-HEADER-1
           WRITE RPT-REC FROM LST-HEADER-2
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
              UNTIL WS-ACT-IDX > WS-ACT-COUNT
              IF (NOT WS-SEL-ID-GIVEN
                  OR WS-ACT-ID(WS-ACT-IDX) = WS-SEL-ID)
                 AND (NOT WS-SEL-DVZ-GIVEN
                  OR WS-ACT-DVZ(WS-ACT-IDX) = WS-SEL-DVZ)
                 MOVE WS-ACT-ID(WS-ACT-IDX)   TO LST-ID-O
                 MOVE WS-ACT-DVZ(WS-ACT-IDX)  TO LST-DVZ-O
                 MOVE WS-ACT-NAME(WS-ACT-IDX) TO LST-NAME-O
                 MOVE WS-ACT-DATE(WS-ACT-IDX) TO LST-DATE-O
                 MOVE WS-ACT-BAL(WS-ACT-IDX)  TO LST-BAL-O
                 WRITE RPT-REC FROM LST-DETAIL-LINE
                 ADD 1 TO WS-CNT-OUT
                 PERFORM H610-ADD-DVZ-TOTAL
              END-IF
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
              UNTIL WS-DVT-IDX > WS-DVT-COUNT
              MOVE WS-DVT-DVZ(WS-DVT-IDX)   TO DVT-DVZ-O
              MOVE WS-DVT-ACCTS(WS-DVT-IDX) TO DVT-ACCTS-O
              MOVE WS-DVT-BAL(WS-DVT-IDX)   TO DVT-BAL-O
              WRITE RPT-REC FROM DVT-DETAIL-LINE
           END-PERFORM.
       H600-END. EXIT.

       H610-ADD-DVZ-TOTAL.
           MOVE 'N' TO WS-DVT-FOUND-SW
           PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
              UNTIL WS-DVT-IDX > WS-DVT-COUNT
              IF WS-DVT-DVZ(WS-DVT-IDX) = WS-ACT-DVZ(WS-ACT-IDX)
                 MOVE 'Y' TO WS-DVT-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-DVT-FOUND
              IF WS-DVT-COUNT < WS-DVT-MAX
                 ADD 1 TO WS-DVT-COUNT
                 SET WS-DVT-IDX TO WS-DVT-COUNT
                 MOVE WS-ACT-DVZ(WS-ACT-IDX) TO WS-DVT-DVZ(WS-DVT-IDX)
                 MOVE 0 TO WS-DVT-ACCTS(WS-DVT-IDX)
                 MOVE 0 TO WS-DVT-BAL(WS-DVT-IDX)
                 MOVE 'Y' TO WS-DVT-FOUND-SW
              ELSE
                 DISPLAY 'WS-DVT-TABLE FULL AT ' WS-DVT-MAX
                         ' - CURRENCY ' WS-ACT-DVZ(WS-ACT-IDX)
                         ' LEFT OUT OF THE TOTALS'
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           IF WS-DVT-FOUND
              ADD 1 TO WS-DVT-ACCTS(WS-DVT-IDX)
              ADD WS-ACT-BAL(WS-ACT-IDX) TO WS-DVT-BAL(WS-DVT-IDX)
           END-IF.
       H610-END. EXIT.

       H700-WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'BASE ACCOUNTS       : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-BASE TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'POSTINGS READ       : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-READ TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'IN BASE - PASSED    : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-BEFORE TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'AFTER AS-OF - PASSED: ' TO RPT-TOT-LABEL
           MOVE WS-CNT-AFTER TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'POSTINGS REPLAYED   : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-REPLAYED TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'NEW SINCE BASE      : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-NEW TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'JOURNAL BREAKS      : ' TO RPT-TOT-LABEL
           MOVE WS-CNT-BREAKS TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           IF WS-MODE-RECOVER
              MOVE 'ACCOUNTS WRITTEN    : ' TO RPT-TOT-LABEL
           ELSE
              MOVE 'ACCOUNTS LISTED     : ' TO RPT-TOT-LABEL
           END-IF
           MOVE WS-CNT-OUT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
       H700-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-IDX-OPEN
              CLOSE IDX-FILE
           END-IF.
           IF WS-BASE-SNAP
              CLOSE SNP-FILE
           ELSE
              CLOSE POS-FILE
           END-IF.
           CLOSE ARJ-FILE.
           CLOSE JRN-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.

      *
