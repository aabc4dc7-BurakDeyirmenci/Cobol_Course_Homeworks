      *  reversal posts through the normal FILTER01 run and the
      *  journal shows both legs:
      *      BCHREV01 BRANCH=xxxx BATCH=nnnnnn REVBATCH=nnnnnn
      *               USER=xxxxxxxx
      *  REVBATCH defaults to the run year+month.  USER is the
      *  operator id put on the batch header as its submitter
      *  (default BCHREV01); a reversal over the FILTER01 approval
      *  limits is held until someone else approves it.  The register is
      *  carried forward to BCHOUT (the SUSFILE/SUSOUT pattern) with
      *  the original batch marked 'R' = reversed, and a batch whose
      *  register entry already shows 'R' is refused, so the same
      *  batch can never be reversed twice.  The reversing batch
      *  number goes into the register entry beside the 'R' so the
      *  reversal postings can be traced back to it.  A batch not in the
      *  register, or one with no journal postings to reverse, is
      *  refused and the register is carried forward unchanged.
      *--------------------------------------------------------------
           05 BCH-DATE       PIC 9(8).
           05 BCH-STATUS     PIC X(1).
              88 BCH-REVERSED                   VALUE 'R'.
           05 BCH-REV-BATCH  PIC 9(6).
       FD  BCO-FILE RECORDING MODE F.
         01  BCO-REC.
           05 BCO-BRANCH     PIC X(4).
           05 BCO-BATCH-NO   PIC 9(6).
           05 BCO-DATE       PIC 9(8).
           05 BCO-STATUS     PIC X(1).
           05 BCO-REV-BATCH  PIC 9(6).
       FD  JRN-FILE RECORDING MODE F.
           COPY JRNREC.
      *    The reversing batch in the standard ADJFILE interface
           05 RVR-ID         PIC 9(5).
           05 RVR-DVZ        PIC 9(3).
           05 RVR-BLNC       PIC -(12)9.99.
           05 FILLER         PIC X(8).
         01  RVR-HDR-REC.
           05 RVR-HDR-TYPE   PIC X(3).
           05 RVR-HDR-BRANCH PIC X(4).
           05 RVR-HDR-DATE   PIC 9(8).
           05 RVR-HDR-BATCH  PIC 9(6).
           05 FILLER         PIC X(3).
           05 RVR-HDR-SUBMIT PIC X(8).
         01  RVR-TRL-REC.
           05 RVR-TRL-TYPE   PIC X(3).
           05 RVR-TRL-COUNT  PIC 9(5).
           05 RVR-TRL-HASH   PIC -(12)9.99.
           05 FILLER         PIC X(8).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC           PIC X(80).
       WORKING-STORAGE SECTION.
           05 WS-SEL-BATCH-GIVEN-SW PIC X VALUE 'N'.
              88 WS-SEL-BATCH-GIVEN       VALUE 'Y'.
           05 WS-REV-BATCH-NO      PIC 9(6) VALUE 0.
           05 WS-SUBMIT-ID         PIC X(8) VALUE 'BCHREV01'.

      *    -- register scan / rewrite controls
           05 WS-BCH-FOUND-SW      PIC X VALUE 'N'.
              WHEN 'REVBATCH'
                 COMPUTE WS-REV-BATCH-NO =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
              WHEN 'USER'
                 MOVE WS-PARM-VALUE(1:8) TO WS-SUBMIT-ID
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H300-END. EXIT.

       H310-WRITE-BATCH-HEADER.
           MOVE SPACES TO RVR-HDR-REC
           MOVE 'HDR'           TO RVR-HDR-TYPE
           MOVE WS-SEL-BRANCH   TO RVR-HDR-BRANCH
           MOVE WS-RUN-DATE     TO RVR-HDR-DATE
           MOVE WS-REV-BATCH-NO TO RVR-HDR-BATCH
           MOVE WS-SUBMIT-ID    TO RVR-HDR-SUBMIT
           WRITE RVR-HDR-REC.
       H310-END. EXIT.


       H330-REVERSE-ONE-POSTING.
           COMPUTE WS-REV-AMT = 0 - JRN-ADJ-AMT
           MOVE SPACES TO RVR-DET-REC
           MOVE JRN-ID     TO RVR-ID
           MOVE JRN-DVZ    TO RVR-DVZ
           MOVE WS-REV-AMT TO RVR-BLNC
       H330-END. EXIT.

       H350-WRITE-BATCH-TRAILER.
           MOVE SPACES TO RVR-TRL-REC
           MOVE 'TRL'          TO RVR-TRL-TYPE
           MOVE WS-DET-COUNT   TO RVR-TRL-COUNT
           MOVE WS-HASH-TOTAL  TO RVR-TRL-HASH
           MOVE BCH-BATCH-NO TO BCO-BATCH-NO
           MOVE BCH-DATE     TO BCO-DATE
           MOVE BCH-STATUS   TO BCO-STATUS
           MOVE BCH-REV-BATCH TO BCO-REV-BATCH
           IF WS-REVERSAL-OK
              AND BCH-BRANCH = WS-SEL-BRANCH
              AND BCH-BATCH-NO = WS-SEL-BATCH
              MOVE 'R' TO BCO-STATUS
              MOVE WS-REV-BATCH-NO TO BCO-REV-BATCH
           END-IF
           WRITE BCO-REC
           END-IF.
