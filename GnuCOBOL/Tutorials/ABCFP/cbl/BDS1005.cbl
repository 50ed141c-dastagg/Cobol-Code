      *                          prior date behaves as that date,
      *                          and point-in-time recovery can
      *                          replay the trail up to a date.
      * 2026-10-15 dastagg       Reversal lookups now go to the keyed
      *                          audit history (c10-5audhist.idat,
      *                          AUDHIST copybook) instead of the
      *                          WS-AH-Table ring buffer loaded from
      *                          the live trail every run. Every
      *                          AuditRec is written to the history
      *                          as well as the trail, and entries
      *                          stay there after BDS1013 archives
      *                          them, so ApplyReversal reads any
      *                          historical sequence number directly
      *                          - nothing ages out any more. The
      *                          history is built once from the
      *                          archive and live trail with
      *                          run_audit_retention.sh build; a run
      *                          that finds it missing while a trail
      *                          already exists refuses to start.
      * 2026-10-15 dastagg       Added TypeCode-TF 9 (ReturnToStock)
      *                          - goods coming back from a customer
      *                          (BDS1026 returns, BDS1037 called-back
      *                          cancellations). Applied exactly like
      *                          a StockAddition, but the audit entry
      *                          keeps the 9 so BDS1022 can journal it
      *                          against cost of goods rather than as
      *                          a purchase.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditFile-Status.

           SELECT AuditHistFile
           ASSIGN TO "../data/c10-5audhist.idat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AuditHist-Seq-Nbr
           ALTERNATE RECORD KEY IS AuditHist-GadgetID
              WITH DUPLICATES
           FILE STATUS IS WS-AuditHistFile-Status.

           SELECT CheckpointFile
           ASSIGN TO "../data/c10-5checkpt.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
              88 NameChange        VALUE 6.
              88 Reversal          VALUE 7.
              88 Transfer          VALUE 8.
              88 ReturnToStock     VALUE 9.
           02 RecordBody-IR.
             03 GadgetID-TF        PIC 9(6).
             03 GadgetName-IR      PIC X(30).
           02 WhseLoc-AS            PIC 9.
      *    Receipts from BDS1020 carry the unit cost the stock
      *    came in at; hand-keyed additions are shorter and read
      *    as spaces - no cost change. A ReturnToStock uses this
      *    same layout.
           02 Add-Unit-Cost         PIC 9(4)V99.
           02 Add-Unit-Cost-X REDEFINES Add-Unit-Cost
                                    PIC X(6).
           02 Audit-Run-Date-X REDEFINES Audit-Run-Date
                                    PIC X(8).

       FD  AuditHistFile.
           COPY AUDHIST REPLACING ==:tag:== BY ==AuditHist==.

       FD CheckpointFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           COPY WSFST REPLACING ==:tag:== BY ==NewStockFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TransactionFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AuditFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AuditHistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CheckpointFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReorderReportFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BackorderFile==.

       01  WS-Audit-Seq-Cnt         PIC 9(6) COMP VALUE ZERO.

       01  WS-AH-Found-Switch       PIC X VALUE "N".
           88 Found-Audit-History-Entry     VALUE "Y".
           88 No-Audit-History-Entry-Found  VALUE "N".

       01  WS-Reorder-Threshold     PIC 9(4) VALUE 0010.
       01  WS-Reorder-Cnt           PIC 9(6) COMP VALUE ZERO.
           PERFORM ReadRunControl
           PERFORM CountTransactionRecords
           PERFORM CheckForRestart
           PERFORM SeedAuditSequence
           OPEN INPUT  MasterStockFile
           IF NOT WS-MasterStockFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "File Status: " WS-AuditFile-Status
             PERFORM AbortRun
           END-IF
           CLOSE AuditHistFile
           IF NOT WS-AuditHistFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Close AuditHistFile Failed."
             DISPLAY "File Status: " WS-AuditHistFile-Status
             PERFORM AbortRun
           END-IF
           CLOSE CheckpointFile
           IF NOT WS-CheckpointFile-Good
             DISPLAY "** ERROR **: Begin"
           MOVE WS-Transfer-Rejected-Cnt TO WS-CT-Value.
           PERFORM WriteControlTotalsLine.

       WriteControlTotalsLine.
           WRITE ControlTotalsRec FROM WS-CT-Line.
           IF NOT WS-ControlTotalsFile-Good

       AbortRun.
           CLOSE MasterStockFile, TransactionFile, NewStockFile,
                 AuditFile, AuditHistFile, CheckpointFile,
                 ReorderReportFile, BackorderFile, OrderStatusFile,
                 ControlTotalsFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       SeedAuditSequence.
      *    ApplyReversal reads the original transaction straight out
      *    of the keyed audit history, so nothing is loaded into
      *    storage any more - this only finds the last sequence
      *    number used, so this run's entries carry on from it. The
      *    live trail's highest number is the starting point; the
      *    history is then read forward from there in case the live
      *    trail has been cut back past its last entries. A missing
      *    AuditFile (status "35") is the very first run.
           OPEN INPUT AuditFile
           IF WS-AuditFile-Good
             PERFORM ReadAuditTrailRecord
             PERFORM UNTIL WS-AuditFile-EOF
                IF Audit-Seq-Nbr > WS-Audit-Seq-Cnt
                  MOVE Audit-Seq-Nbr TO WS-Audit-Seq-Cnt
                END-IF
                PERFORM ReadAuditTrailRecord
             END-PERFORM
             CLOSE AuditFile
             IF NOT WS-AuditFile-Good
               DISPLAY "** ERROR **: SeedAuditSequence"
               DISPLAY "Close AuditFile Failed."
               DISPLAY "File Status: " WS-AuditFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-AuditFile-Status NOT = "35"
               DISPLAY "** ERROR **: SeedAuditSequence"
               DISPLAY "Open AuditFile Failed."
               DISPLAY "File Status: " WS-AuditFile-Status
               PERFORM AbortRun
             END-IF
           END-IF
           PERFORM OpenAuditHistory
           MOVE WS-Audit-Seq-Cnt TO AuditHist-Seq-Nbr
           START AuditHistFile
              KEY IS GREATER THAN AuditHist-Seq-Nbr
           END-START
           IF WS-AuditHistFile-Good
             PERFORM ReadNextAuditHistory
             PERFORM UNTIL WS-AuditHistFile-EOF
                MOVE AuditHist-Seq-Nbr TO WS-Audit-Seq-Cnt
                PERFORM ReadNextAuditHistory
             END-PERFORM
           ELSE
             IF NOT WS-AuditHistFile-Not-Found
               DISPLAY "** ERROR **: SeedAuditSequence"
               DISPLAY "Start AuditHistFile Failed."
               DISPLAY "File Status: " WS-AuditHistFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       OpenAuditHistory.
      *    The history stays open I-O for the whole run - reversals
      *    read it and WriteAuditRecord adds to it. If it doesn't
      *    exist yet it is only created empty here when there is no
      *    trail either (the very first run); with a trail already
      *    on disk an empty history would make every earlier entry
      *    unreversible, so the run stops until it has been built.
           OPEN I-O AuditHistFile
           IF WS-AuditHistFile-Status = "35"
             IF WS-Audit-Seq-Cnt = ZERO
               OPEN OUTPUT AuditHistFile
               IF WS-AuditHistFile-Good
                 CLOSE AuditHistFile
                 OPEN I-O AuditHistFile
               END-IF
             ELSE
               DISPLAY "** ERROR **: OpenAuditHistory"
               DISPLAY "Audit history missing - build it with "
                  "run_audit_retention.sh build."
               PERFORM AbortRun
             END-IF
           END-IF
           IF NOT WS-AuditHistFile-Good
             DISPLAY "** ERROR **: OpenAuditHistory"
             DISPLAY "Open AuditHistFile Failed."
             DISPLAY "File Status: " WS-AuditHistFile-Status
             PERFORM AbortRun
           END-IF.

       ReadAuditTrailRecord.
           READ AuditFile
                AT END SET WS-AuditFile-EOF TO TRUE
           END-READ.
           IF NOT WS-AuditFile-Good AND NOT WS-AuditFile-EOF
             DISPLAY "** ERROR **: ReadAuditTrailRecord"
             DISPLAY "Read AuditFile Failed."
             DISPLAY "File Status: " WS-AuditFile-Status
             PERFORM AbortRun
           END-IF.

       ReadNextAuditHistory.
           READ AuditHistFile NEXT RECORD
                AT END SET WS-AuditHistFile-EOF TO TRUE
           END-READ.
      *    "02" only says the next entry shares its gadget with
      *    another one - the alternate key allows duplicates.
           IF NOT WS-AuditHistFile-Good AND NOT WS-AuditHistFile-EOF
              AND WS-AuditHistFile-Status NOT = "02"
             DISPLAY "** ERROR **: ReadNextAuditHistory"
             DISPLAY "Read AuditHistFile Failed."
             DISPLAY "File Status: " WS-AuditHistFile-Status
             PERFORM AbortRun
           END-IF.

       FindAuditHistoryEntry.
      *    The sequence number is the history's record key, so the
      *    original entry is one keyed READ away however old it is
      *    or wherever the flat copy now lives. It still has to be
      *    for the same gadget as the reversal.
           SET No-Audit-History-Entry-Found TO TRUE
           MOVE Reversal-Orig-Seq TO AuditHist-Seq-Nbr
           READ AuditHistFile
              RECORD KEY IS AuditHist-Seq-Nbr
           END-READ.
           IF WS-AuditHistFile-Good
             IF AuditHist-GadgetID = GadgetID-TF
               SET Found-Audit-History-Entry TO TRUE
             END-IF
           ELSE
             IF NOT WS-AuditHistFile-Not-Found
               DISPLAY "** ERROR **: FindAuditHistoryEntry"
               DISPLAY "Read AuditHistFile Failed."
               DISPLAY "File Status: " WS-AuditHistFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       CheckForRestart.
      *    The last record in CheckpointFile tells the story: a run
              WHEN UpdatePrice       PERFORM ApplyPriceChange
              WHEN Deletion          PERFORM ApplyDeletion
              WHEN StockAddition     PERFORM ApplyAddToStock
              WHEN ReturnToStock     PERFORM ApplyAddToStock
              WHEN StockSubtraction  PERFORM ApplySubtractFromStock
              WHEN NameChange        PERFORM ApplyNameChange
              WHEN Reversal          PERFORM ApplyReversal
       ApplyReversal.
      *    Reversal-Orig-Seq points straight at the AuditRec the
      *    operator wants undone - the old/new values of the original
      *    transaction come out of the keyed audit history, not off
      *    the keyboard, so the reversal is an exact undo rather than
      *    a manually re-keyed equal-and-opposite transaction.
           IF RecordNotInMaster
             SET ReversalNotInMasterError TO TRUE
             DISPLAY ErrorMessage
               DISPLAY ErrorMessage
               ADD 1 TO WS-Reversal-Rejected-Cnt
             ELSE
               EVALUATE AuditHist-TypeCode
                  WHEN 3
                     PERFORM MoveOldQtysToAudit
                     PERFORM MoveNewQtysToAudit
                     MOVE Cost-NSF TO Audit-Old-Cost Audit-New-Cost
                     MOVE GadgetName-NSF
                        TO Audit-Old-Name Audit-New-Name
                     MOVE AuditHist-Old-Price TO Price-NSF
                     MOVE Price-NSF TO Audit-New-Price
                     PERFORM WriteAuditRecord
                     ADD 1 TO WS-Reversal-Applied-Cnt
                  WHEN 4
                  WHEN 5
                  WHEN 8
                  WHEN 9
                     MOVE Price-NSF TO Audit-Old-Price Audit-New-Price
                     MOVE Cost-NSF TO Audit-Old-Cost
                     MOVE GadgetName-NSF
                     PERFORM MoveOldQtysToAudit
                     PERFORM VARYING WS-Whse-Loc FROM 1 BY 1
                             UNTIL WS-Whse-Loc > WS-Whse-Loc-Max
                       MOVE AuditHist-Old-Qty-L(WS-Whse-Loc)
                          TO WhseQty-NSF(WS-Whse-Loc)
                     END-PERFORM
      *              Trail entries written before cost existed
      *              carry blanks there - leave the cost alone
      *              rather than restore garbage.
                     IF AuditHist-Old-Cost-X NUMERIC
                       MOVE AuditHist-Old-Cost TO Cost-NSF
                     END-IF
                     MOVE Cost-NSF TO Audit-New-Cost
                     PERFORM MoveNewQtysToAudit
           MOVE WS-Audit-Seq-Cnt TO Audit-Seq-Nbr.
           MOVE TypeCode-TF TO Audit-TypeCode.
           MOVE GadgetID-TF TO Audit-GadgetID.
           MOVE AuditRec TO AuditHist-Audit-Image.
           WRITE AuditRec.
           IF NOT WS-AuditFile-Good
             DISPLAY "** ERROR **: WriteAuditRecord"
             DISPLAY "File Status: " WS-AuditFile-Status
             PERFORM AbortRun
           ELSE
             PERFORM WriteAuditHistory
           END-IF.

       WriteAuditHistory.
      *    Same entry, keyed, marked as held on the live trail until
      *    BDS1013 archives it. A duplicate sequence number means the
      *    history and the trail have drifted apart - stop rather
      *    than let two entries claim one number. "02" is only the
      *    gadget alternate key reporting another entry for the same
      *    gadget, which is expected.
           MOVE SPACE TO AuditHist-Sep11.
           SET AuditHist-Held-Live TO TRUE.
           WRITE AuditHist-Audit-History-Record.
           IF NOT WS-AuditHistFile-Good
              AND WS-AuditHistFile-Status NOT = "02"
             DISPLAY "** ERROR **: WriteAuditHistory"
             DISPLAY "Write AuditHistFile Failed - Seq "
                AuditHist-Seq-Nbr
             DISPLAY "File Status: " WS-AuditHistFile-Status
             PERFORM AbortRun
           END-IF.

       WriteNewStockRecord.
