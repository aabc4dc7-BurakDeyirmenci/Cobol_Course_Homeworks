       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDMNT.
      *--------------------------------------------------------------
      *  Account hold and lien maintenance, run alongside ACCTMNT.
      *  Reads HLDTRN, a transaction file of place / release requests
      *  keyed on IDX-KEY plus a hold reference, and applies them to
      *  the hold file:
      *    P - place a hold: 'F' freezes the account outright, any
      *        other type is a lien setting HLD-AMT aside (court
      *        order, disputed card payment, loan guarantee, other)
      *    R - release the hold with the given reference
      *  Yesterday's HLDFILE is loaded first; a hold whose expiry date
      *  is before the business date lapses and is dropped.  The
      *  surviving and newly placed holds are written in IDX-KEY
      *  order to HLDOUT, which the operator swaps in as the next
      *  HLDFILE.  A missing HLDFILE simply means no holds are held.
      *  Every transaction and every lapse is echoed to HLDRPT with
      *  a reason, followed by control totals.
      *  Runs under the shared RUNCTL run control:
      *      HLDMNT BUSDATE=yyyymmdd OVERRIDE=Y
      *  BUSDATE defaults to the run date; a second run for the same
      *  business date is refused unless OVERRIDE=Y names it a
      *  genuine rerun.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY IDX-KEY
                            STATUS ST-IDX.
           SELECT HLT-FILE  ASSIGN TO HLDTRN
                            STATUS ST-HLT.
           SELECT HLD-FILE  ASSIGN TO HLDFILE
                            STATUS ST-HLD.
           SELECT HLN-FILE  ASSIGN TO HLDOUT
                            STATUS ST-HLN.
           SELECT RPT-FILE  ASSIGN TO HLDRPT
                            STATUS ST-RPT.
           SELECT RCT-FILE  ASSIGN TO RUNCTL
                            STATUS ST-RCT.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  HLT-FILE RECORDING MODE F.
         01  HLT-REC.
           05 HLT-ACTION     PIC X(1).
              88 HLT-PLACE                      VALUE 'P'.
              88 HLT-RELEASE                    VALUE 'R'.
           05 HLT-ID         PIC X(5).
           05 HLT-DVZ        PIC X(3).
           05 HLT-REF        PIC X(12).
           05 HLT-TYPE       PIC X(1).
           05 HLT-AMT        PIC X(16).
           05 HLT-REASON     PIC X(20).
           05 HLT-EXPIRY     PIC X(8).
       FD  HLD-FILE RECORDING MODE F.
           COPY HLDREC.
       FD  HLN-FILE RECORDING MODE F.
           COPY HLDREC REPLACING LEADING ==HLD-== BY ==HLN-==.
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
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC.
           05 RPT-ACTION-O   PIC X(7).
           05 FILLER         PIC X(01) VALUE '|'.
           05 RPT-ID-O       PIC X(5).
           05 FILLER         PIC X(01) VALUE '|'.
           05 RPT-DVZ-O      PIC X(3).
           05 FILLER         PIC X(01) VALUE '|'.
           05 RPT-REF-O      PIC X(12).
           05 FILLER         PIC X(01) VALUE '|'.
           05 RPT-TYPE-O     PIC X(1).
           05 FILLER         PIC X(01) VALUE '|'.
           05 RPT-AMT-O      PIC -(12)9.99.
           05 FILLER         PIC X(01) VALUE '|'.
           05 RPT-RESULT-O   PIC X(8).
           05 FILLER         PIC X(01) VALUE '|'.
           05 RPT-REASON-O   PIC X(20).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX         PIC 9(2).
              88 IDX-FILE-SUCCESS               VALUE 0 97.
              88 IDX-FILE-NOTFND                VALUE 23.
           05 ST-HLT         PIC 9(2).
              88 HLT-FILE-EOF                   VALUE 10.
              88 HLT-FILE-SUCCESS               VALUE 0 97.
           05 ST-HLD         PIC 9(2).
              88 HLD-FILE-EOF                   VALUE 10.
              88 HLD-FILE-SUCCESS               VALUE 0 97.
           05 ST-HLN         PIC 9(2).
              88 HLN-FILE-SUCCESS               VALUE 0 97.
           05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
           05 ST-RCT         PIC 9(2).
              88 RCT-FILE-EOF                   VALUE 10.
              88 RCT-FILE-SUCCESS               VALUE 0 97.

           05 TEMP-ID        PIC 9(5).
           05 TEMP-DVZ       PIC 9(3).
           05 TEMP-AMT       PIC S9(13)V99.
           05 TEMP-EXPIRY    PIC 9(8).

      *    -- transaction disposition working storage
           05 WS-REJECT-SW         PIC X VALUE 'N'.
              88 WS-REJECTED              VALUE 'Y'.
           05 WS-REJECT-REASON     PIC X(20).
           05 WS-APPLIED-COUNT     PIC 9(9) VALUE 0.
           05 WS-REJECTED-COUNT    PIC 9(9) VALUE 0.
           05 WS-LAPSED-COUNT      PIC 9(9) VALUE 0.
           05 WS-CARRIED-COUNT     PIC 9(9) VALUE 0.

      *    -- hold table: yesterday's HLDFILE less lapsed holds, with
      *    today's placements inserted in IDX-KEY / HLD-REF order and
      *    releases taken out, written back whole to HLDOUT
           05 WS-HLD-COUNT         PIC 9(5) VALUE 0.
           05 WS-HLD-MAX           PIC 9(5) VALUE 2000.
           05 WS-HLD-TABLE.
              10 WS-HLD-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-HLD-IDX.
                 15 WS-HLD-ID      PIC 9(5).
                 15 WS-HLD-DVZ     PIC 9(3).
                 15 WS-HLD-REF     PIC X(12).
                 15 WS-HLD-TYPE    PIC X(1).
                 15 WS-HLD-AMT     PIC S9(13)V99.
                 15 WS-HLD-REASON  PIC X(20).
                 15 WS-HLD-PLACED  PIC 9(8).
                 15 WS-HLD-EXPIRY  PIC 9(8).
           05 WS-HLD-FOUND-SW      PIC X VALUE 'N'.
              88 WS-HLD-FOUND             VALUE 'Y'.
           05 WS-HLD-POS           PIC 9(5).
           05 WS-HLD-SHIFT         PIC 9(5).

      *    -- type / amount / date validation working storage
           05 WS-TYPE-WORK         PIC X(1).
              88 WS-TYPE-FREEZE           VALUE 'F'.
           05 WS-CURR-FOUND-SW     PIC X VALUE 'N'.
              88 WS-CURR-FOUND            VALUE 'Y'.
           05 WS-MINOR-DIGITS      PIC 9(1).
           05 WS-MINOR-CENTS       PIC S9(15).

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

         01  RPT-HEADER-1.
           05  FILLER         PIC X(07) VALUE 'Action '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(05) VALUE 'Id   '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(03) VALUE 'Dvz'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(12) VALUE 'Hold Ref    '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(01) VALUE 'T'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Amount          '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Result  '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(20) VALUE 'Reason'.

         01  RPT-HEADER-2.
           05  FILLER         PIC X(07) VALUE '-------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(05) VALUE '-----'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(03) VALUE '---'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(12) VALUE '------------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(01) VALUE '-'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE '----------------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(20) VALUE '--------------------'.

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
           WRITE RPT-REC FROM RPT-HEADER-1
           WRITE RPT-REC FROM RPT-HEADER-2
           PERFORM H150-LOAD-HOLDS
           PERFORM H200-READ-NEXT-TRANSACTION UNTIL HLT-FILE-EOF
           PERFORM H320-WRITE-HOLD-FILE
           PERFORM H350-WRITE-TOTALS
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
                 DISPLAY 'HLDMNT ALREADY RAN SUCCESSFULLY FOR '
                         WS-BUS-DATE ' - RUN REFUSED, OVERRIDE=Y '
                         'FOR A GENUINE RERUN'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-RC-STARTS > WS-RC-ENDS
                 DISPLAY 'HLDMNT IS STILL MARKED IN FLIGHT FOR '
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
              AND RCT-PGM = 'HLDMNT  '
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
              MOVE 'HLDMNT  '  TO RCT-PGM
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
           OPEN INPUT  HLT-FILE.
           OPEN INPUT  HLD-FILE.
           OPEN OUTPUT HLN-FILE.
           OPEN OUTPUT RPT-FILE.
           IF NOT IDX-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT HLT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN HLDTRN: ' ST-HLT
           MOVE ST-HLT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT HLD-FILE-SUCCESS
           DISPLAY 'HLDFILE NOT AVAILABLE: ' ST-HLD
                   ' - STARTING WITH NO HOLDS'
           MOVE 10 TO ST-HLD
           END-IF.

           IF NOT HLN-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN HLDOUT: ' ST-HLN
           MOVE ST-HLN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN HLDRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *    Yesterday's holds are loaded in the order they were
      *    written, which is already IDX-KEY / HLD-REF order.  A hold
      *    whose expiry date has passed lapses here: it is reported
      *    and not carried into the table.
       H150-LOAD-HOLDS.
           MOVE 0 TO WS-HLD-COUNT
           PERFORM H160-READ-NEXT-HOLD UNTIL HLD-FILE-EOF.
       H150-END. EXIT.

       H160-READ-NEXT-HOLD.
           READ HLD-FILE.
           IF (NOT HLD-FILE-SUCCESS) AND (NOT HLD-FILE-EOF)
           DISPLAY 'UNABLE TO READ HLDFILE: ' ST-HLD
           MOVE ST-HLD TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HLD-FILE-EOF)
           IF HLD-EXPIRY NOT = 0 AND HLD-EXPIRY < WS-BUS-DATE
              PERFORM H170-REPORT-LAPSED-HOLD
           ELSE
              IF WS-HLD-COUNT < WS-HLD-MAX
                 ADD 1 TO WS-HLD-COUNT
                 MOVE HLD-ID     TO WS-HLD-ID(WS-HLD-COUNT)
                 MOVE HLD-DVZ    TO WS-HLD-DVZ(WS-HLD-COUNT)
                 MOVE HLD-REF    TO WS-HLD-REF(WS-HLD-COUNT)
                 MOVE HLD-TYPE   TO WS-HLD-TYPE(WS-HLD-COUNT)
                 MOVE HLD-AMT    TO WS-HLD-AMT(WS-HLD-COUNT)
                 MOVE HLD-REASON TO WS-HLD-REASON(WS-HLD-COUNT)
                 MOVE HLD-PLACED TO WS-HLD-PLACED(WS-HLD-COUNT)
                 MOVE HLD-EXPIRY TO WS-HLD-EXPIRY(WS-HLD-COUNT)
              ELSE
                 DISPLAY 'WS-HLD-TABLE FULL AT ' WS-HLD-MAX
                         ' - HOLD NOT CARRIED FORWARD: ' HLD-ID
                         ' ' HLD-DVZ ' ' HLD-REF
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF
           END-IF.
       H160-END. EXIT.

       H170-REPORT-LAPSED-HOLD.
           MOVE 'LAPSED ' TO RPT-ACTION-O
           MOVE HLD-ID     TO RPT-ID-O
           MOVE HLD-DVZ    TO RPT-DVZ-O
           MOVE HLD-REF    TO RPT-REF-O
           MOVE HLD-TYPE   TO RPT-TYPE-O
           MOVE HLD-AMT    TO RPT-AMT-O
           MOVE 'EXPIRED ' TO RPT-RESULT-O
           MOVE HLD-REASON TO RPT-REASON-O
           WRITE RPT-REC
           ADD 1 TO WS-LAPSED-COUNT.
       H170-END. EXIT.

       H200-READ-NEXT-TRANSACTION.
           READ HLT-FILE.
           IF (NOT HLT-FILE-SUCCESS) AND (NOT HLT-FILE-EOF)
           DISPLAY 'UNABLE TO READ HLDTRN: ' ST-HLT
           MOVE ST-HLT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HLT-FILE-EOF)
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO TEMP-AMT
           PERFORM H210-EDIT-TRANSACTION
           IF NOT WS-REJECTED
              EVALUATE TRUE
                 WHEN HLT-PLACE
                    PERFORM H220-PLACE-HOLD
                 WHEN HLT-RELEASE
                    PERFORM H240-RELEASE-HOLD
              END-EVALUATE
           END-IF
           PERFORM H300-WRITE-REPORT-LINE
           END-IF.
       H200-END. EXIT.

       H210-EDIT-TRANSACTION.
           IF NOT (HLT-PLACE OR HLT-RELEASE)
              PERFORM H250-FLAG-REJECT
              MOVE 'INVALID ACTION' TO WS-REJECT-REASON
           END-IF
           IF NOT WS-REJECTED
              IF HLT-ID NOT NUMERIC OR HLT-DVZ NOT NUMERIC
                 PERFORM H250-FLAG-REJECT
                 MOVE 'NON-NUMERIC KEY' TO WS-REJECT-REASON
              ELSE
                 COMPUTE TEMP-ID = FUNCTION NUMVAL (HLT-ID)
                 COMPUTE TEMP-DVZ = FUNCTION NUMVAL (HLT-DVZ)
              END-IF
           END-IF
           IF (NOT WS-REJECTED) AND HLT-REF = SPACES
              PERFORM H250-FLAG-REJECT
              MOVE 'HOLD REF MISSING' TO WS-REJECT-REASON
           END-IF.
       H210-END. EXIT.

      *    A hold can only be placed on an account that is on the
      *    master, and its reference must be new for that account so
      *    a later release names exactly one hold.
       H220-PLACE-HOLD.
           MOVE TEMP-ID  TO IDX-ID
           MOVE TEMP-DVZ TO IDX-DVZ
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY
                PERFORM H250-FLAG-REJECT
                MOVE 'ACCT NOT FOUND' TO WS-REJECT-REASON
             NOT INVALID KEY
                CONTINUE
           END-READ
           IF NOT WS-REJECTED
              PERFORM H270-EDIT-PLACE-FIELDS
           END-IF
           IF NOT WS-REJECTED
              PERFORM H260-FIND-HOLD
              IF WS-HLD-FOUND
                 PERFORM H250-FLAG-REJECT
                 MOVE 'DUPLICATE HOLD REF' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF (NOT WS-REJECTED) AND WS-HLD-COUNT NOT < WS-HLD-MAX
              DISPLAY 'WS-HLD-TABLE FULL AT ' WS-HLD-MAX
                      ' - HOLD NOT PLACED: ' HLT-ID ' ' HLT-DVZ
                      ' ' HLT-REF
              PERFORM H250-FLAG-REJECT
              MOVE 'HOLD TABLE FULL' TO WS-REJECT-REASON
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT WS-REJECTED
              PERFORM H230-INSERT-HOLD
           END-IF.
       H220-END. EXIT.

      *    H260 leaves WS-HLD-POS at the slot the new hold belongs
      *    in; everything from there down moves one place along.
       H230-INSERT-HOLD.
           PERFORM VARYING WS-HLD-SHIFT FROM WS-HLD-COUNT BY -1
              UNTIL WS-HLD-SHIFT < WS-HLD-POS
              MOVE WS-HLD-ENTRY(WS-HLD-SHIFT)
                TO WS-HLD-ENTRY(WS-HLD-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-HLD-COUNT
           MOVE TEMP-ID      TO WS-HLD-ID(WS-HLD-POS)
           MOVE TEMP-DVZ     TO WS-HLD-DVZ(WS-HLD-POS)
           MOVE HLT-REF      TO WS-HLD-REF(WS-HLD-POS)
           MOVE WS-TYPE-WORK TO WS-HLD-TYPE(WS-HLD-POS)
           MOVE TEMP-AMT     TO WS-HLD-AMT(WS-HLD-POS)
           MOVE HLT-REASON   TO WS-HLD-REASON(WS-HLD-POS)
           MOVE WS-BUS-DATE  TO WS-HLD-PLACED(WS-HLD-POS)
           MOVE TEMP-EXPIRY  TO WS-HLD-EXPIRY(WS-HLD-POS).
       H230-END. EXIT.

       H240-RELEASE-HOLD.
           PERFORM H260-FIND-HOLD
           IF NOT WS-HLD-FOUND
              PERFORM H250-FLAG-REJECT
              MOVE 'HOLD NOT FOUND' TO WS-REJECT-REASON
           ELSE
              MOVE WS-HLD-TYPE(WS-HLD-POS) TO WS-TYPE-WORK
              MOVE WS-HLD-AMT(WS-HLD-POS)  TO TEMP-AMT
              PERFORM VARYING WS-HLD-SHIFT FROM WS-HLD-POS BY 1
                 UNTIL WS-HLD-SHIFT NOT < WS-HLD-COUNT
                 MOVE WS-HLD-ENTRY(WS-HLD-SHIFT + 1)
                   TO WS-HLD-ENTRY(WS-HLD-SHIFT)
              END-PERFORM
              SUBTRACT 1 FROM WS-HLD-COUNT
           END-IF.
       H240-END. EXIT.

       H250-FLAG-REJECT.
           MOVE 'Y' TO WS-REJECT-SW.
       H250-END. EXIT.

      *    Walks the table in key order.  On a match WS-HLD-POS is the
      *    matching slot; otherwise it is the slot the key would be
      *    inserted at to keep the table in order.
       H260-FIND-HOLD.
           MOVE 'N' TO WS-HLD-FOUND-SW
           COMPUTE WS-HLD-POS = WS-HLD-COUNT + 1
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
              UNTIL WS-HLD-IDX > WS-HLD-COUNT
              IF WS-HLD-ID(WS-HLD-IDX) = TEMP-ID
                 AND WS-HLD-DVZ(WS-HLD-IDX) = TEMP-DVZ
                 AND WS-HLD-REF(WS-HLD-IDX) = HLT-REF
                 MOVE 'Y' TO WS-HLD-FOUND-SW
                 SET WS-HLD-POS TO WS-HLD-IDX
                 EXIT PERFORM
              END-IF
              IF WS-HLD-ID(WS-HLD-IDX) > TEMP-ID
                 OR (WS-HLD-ID(WS-HLD-IDX) = TEMP-ID
                     AND WS-HLD-DVZ(WS-HLD-IDX) > TEMP-DVZ)
                 OR (WS-HLD-ID(WS-HLD-IDX) = TEMP-ID
                     AND WS-HLD-DVZ(WS-HLD-IDX) = TEMP-DVZ
                     AND WS-HLD-REF(WS-HLD-IDX) > HLT-REF)
                 SET WS-HLD-POS TO WS-HLD-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       H260-END. EXIT.

      *    A freeze carries no amount - it stops every posting.  A
      *    lien must set aside a positive amount in the minor units
      *    its currency uses.  The expiry date is optional but may
      *    not already be past.  The type is checked against the
      *    HLDREC list of valid types through the HLDFILE record
      *    area, which is free once the holds have been loaded.
       H270-EDIT-PLACE-FIELDS.
           MOVE HLT-TYPE TO WS-TYPE-WORK
           MOVE HLT-TYPE TO HLD-TYPE
           IF NOT HLD-VALID-TYPE
              PERFORM H250-FLAG-REJECT
              MOVE 'INVALID HOLD TYPE' TO WS-REJECT-REASON
           END-IF
           IF (NOT WS-REJECTED) AND HLT-REASON = SPACES
              PERFORM H250-FLAG-REJECT
              MOVE 'REASON MISSING' TO WS-REJECT-REASON
           END-IF
           IF (NOT WS-REJECTED) AND (NOT WS-TYPE-FREEZE)
              IF HLT-AMT = SPACES
                 MOVE 0 TO TEMP-AMT
              ELSE
                 COMPUTE TEMP-AMT = FUNCTION NUMVAL (HLT-AMT)
              END-IF
              IF TEMP-AMT NOT > 0
                 PERFORM H250-FLAG-REJECT
                 MOVE 'AMOUNT NOT POSITIVE' TO WS-REJECT-REASON
              ELSE
                 PERFORM H280-CHECK-MINOR-UNITS
              END-IF
           END-IF
           IF NOT WS-REJECTED
              PERFORM H290-EDIT-EXPIRY
           END-IF.
       H270-END. EXIT.

       H280-CHECK-MINOR-UNITS.
           MOVE 'N' TO WS-CURR-FOUND-SW
           MOVE 2 TO WS-MINOR-DIGITS
           PERFORM VARYING WS-CURR-IX FROM 1 BY 1
              UNTIL WS-CURR-IX > WS-CURRENCY-TABLE-SIZE
              IF TEMP-DVZ = WS-CURR-CODE(WS-CURR-IX)
                 MOVE WS-CURR-MINOR(WS-CURR-IX) TO WS-MINOR-DIGITS
                 MOVE 'Y' TO WS-CURR-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM
           COMPUTE WS-MINOR-CENTS = TEMP-AMT * 100
           EVALUATE WS-MINOR-DIGITS
              WHEN 0
                 IF FUNCTION MOD(WS-MINOR-CENTS, 100) NOT = 0
                    PERFORM H250-FLAG-REJECT
                    MOVE 'BAD MINOR UNITS' TO WS-REJECT-REASON
                 END-IF
              WHEN 1
                 IF FUNCTION MOD(WS-MINOR-CENTS, 10) NOT = 0
                    PERFORM H250-FLAG-REJECT
                    MOVE 'BAD MINOR UNITS' TO WS-REJECT-REASON
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H280-END. EXIT.

       H290-EDIT-EXPIRY.
           MOVE 0 TO TEMP-EXPIRY
           IF HLT-EXPIRY NOT = SPACES
              IF HLT-EXPIRY NUMERIC
                 COMPUTE TEMP-EXPIRY = FUNCTION NUMVAL (HLT-EXPIRY)
                 IF FUNCTION TEST-DATE-YYYYMMDD (TEMP-EXPIRY) NOT = 0
                    PERFORM H250-FLAG-REJECT
                    MOVE 'INVALID EXPIRY' TO WS-REJECT-REASON
                 ELSE
                    IF TEMP-EXPIRY < WS-BUS-DATE
                       PERFORM H250-FLAG-REJECT
                       MOVE 'EXPIRY IN THE PAST' TO WS-REJECT-REASON
                    END-IF
                 END-IF
              ELSE
                 PERFORM H250-FLAG-REJECT
                 MOVE 'INVALID EXPIRY' TO WS-REJECT-REASON
              END-IF
           END-IF.
       H290-END. EXIT.

       H300-WRITE-REPORT-LINE.
           EVALUATE TRUE
              WHEN HLT-PLACE
                 MOVE 'PLACE  ' TO RPT-ACTION-O
              WHEN HLT-RELEASE
                 MOVE 'RELEASE' TO RPT-ACTION-O
              WHEN OTHER
                 MOVE HLT-ACTION TO RPT-ACTION-O
           END-EVALUATE
           MOVE HLT-ID  TO RPT-ID-O
           MOVE HLT-DVZ TO RPT-DVZ-O
           MOVE HLT-REF TO RPT-REF-O
           IF HLT-RELEASE AND NOT WS-REJECTED
              MOVE WS-TYPE-WORK TO RPT-TYPE-O
           ELSE
              MOVE HLT-TYPE TO RPT-TYPE-O
           END-IF
           MOVE TEMP-AMT TO RPT-AMT-O
           IF WS-REJECTED
              MOVE 'REJECTED' TO RPT-RESULT-O
              MOVE WS-REJECT-REASON TO RPT-REASON-O
              ADD 1 TO WS-REJECTED-COUNT
           ELSE
              MOVE 'APPLIED ' TO RPT-RESULT-O
              MOVE HLT-REASON TO RPT-REASON-O
              ADD 1 TO WS-APPLIED-COUNT
           END-IF
           WRITE RPT-REC.
       H300-END. EXIT.

       H320-WRITE-HOLD-FILE.
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
              UNTIL WS-HLD-IDX > WS-HLD-COUNT
              MOVE WS-HLD-ID(WS-HLD-IDX)     TO HLN-ID
              MOVE WS-HLD-DVZ(WS-HLD-IDX)    TO HLN-DVZ
              MOVE WS-HLD-REF(WS-HLD-IDX)    TO HLN-REF
              MOVE WS-HLD-TYPE(WS-HLD-IDX)   TO HLN-TYPE
              MOVE WS-HLD-AMT(WS-HLD-IDX)    TO HLN-AMT
              MOVE WS-HLD-REASON(WS-HLD-IDX) TO HLN-REASON
              MOVE WS-HLD-PLACED(WS-HLD-IDX) TO HLN-PLACED
              MOVE WS-HLD-EXPIRY(WS-HLD-IDX) TO HLN-EXPIRY
              WRITE HLN-REC
              IF NOT HLN-FILE-SUCCESS
              DISPLAY 'UNABLE TO WRITE HLDOUT: ' ST-HLN
              MOVE ST-HLN TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-CARRIED-COUNT
           END-PERFORM.
       H320-END. EXIT.

       H350-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'APPLIED   ' TO RPT-TOT-LABEL
           MOVE WS-APPLIED-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'REJECTED  ' TO RPT-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'LAPSED    ' TO RPT-TOT-LABEL
           MOVE WS-LAPSED-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'HELD      ' TO RPT-TOT-LABEL
           MOVE WS-CARRIED-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
       H350-END. EXIT.

       H990-RUNCTL-END.
           IF WS-RC-STARTED
              MOVE 'N' TO WS-RC-STARTED-SW
              OPEN EXTEND RCT-FILE
              IF RCT-FILE-SUCCESS
                 MOVE WS-BUS-DATE TO RCT-BUS-DATE
                 MOVE 'HLDMNT  '  TO RCT-PGM
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
           CLOSE HLT-FILE.
           CLOSE HLD-FILE.
           CLOSE HLN-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.

      *
