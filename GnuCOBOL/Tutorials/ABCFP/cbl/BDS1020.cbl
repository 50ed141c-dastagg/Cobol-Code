      * listing and ends the run with RETURN-CODE 4; a receipt
      * for more than the PO line ordered is taken (the dock
      * counted it) but flagged on the same listing for the buyer.
      * A receipt against a line the buyer has cancelled on the PO
      * line status file (BDS1034) is taken and flagged the same
      * way.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      *                          stock came in at, passed through
      *                          on the TypeCode 4 record for
      *                          BDS1005's weighted-average cost.
      * 2026-10-15 dastagg       Each accepted receipt is appended
      *                          to the cumulative receipt history
      *                          with the run-control date, for the
      *                          AP three-way match (BDS1029). PO
      *                          line now carries the unit cost.
      * 2026-10-15 dastagg       Receipt against a cancelled PO
      *                          line (PO line status file) is
      *                          taken but flagged for the buyer.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RcptExceptionFile-Status.

           SELECT RcptHistoryFile
           ASSIGN TO "../data/c10-5rcpthist.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RcptHistoryFile-Status.

           SELECT POStatusFile
           ASSIGN TO "../data/c10-5postat.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POStatusFile-Status.

           SELECT RunControlFile
           ASSIGN TO "../data/c10-5runctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunControlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ReceiptsFile
           02 PO-Qty                PIC 9(4).
           02 PO-Sep5               PIC X.
           02 PO-Date               PIC 9(8).
           02 PO-Sep6               PIC X.
           02 PO-Unit-Cost          PIC 9(4)V99.
           02 PO-Unit-Cost-X REDEFINES PO-Unit-Cost
                                    PIC X(6).

       FD RcptTransFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RcptExceptionRec          PIC X(80).

      *    Every receipt taken against a PO line, kept across runs -
      *    what the dock actually counted in, and when, for the
      *    supplier invoice to be matched against.
       FD RcptHistoryFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RcptHistoryRec.
           02 RH-PO-Nbr             PIC 9(6).
           02 RH-Sep1               PIC X.
           02 RH-SuppID             PIC 9(4).
           02 RH-Sep2               PIC X.
           02 RH-GadgetID           PIC 9(6).
           02 RH-Sep3               PIC X.
           02 RH-Qty                PIC 9(4).
           02 RH-Sep4               PIC X.
           02 RH-Unit-Cost-X        PIC X(6).
           02 RH-Sep5               PIC X.
           02 RH-Rcpt-Date          PIC 9(8).

       FD  POStatusFile.
           COPY POSTAT REPLACING ==:tag:== BY ==PS==.

       FD  RunControlFile.
           COPY RUNCTL REPLACING ==:tag:== BY ==RC==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RunControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReceiptsFile==.
           COPY WSFST REPLACING ==:tag:== BY ==POFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RcptTransFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RcptExceptionFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RcptHistoryFile==.
           COPY WSFST REPLACING ==:tag:== BY ==POStatusFile==.

       01  WS-Run-Date              PIC 9(8).

       01  WS-Receiving-Counters.
           02 WS-Receipts-Read-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Additions-Cnt      PIC 9(6) COMP VALUE ZERO.
           02 WS-No-PO-Cnt          PIC 9(6) COMP VALUE ZERO.
           02 WS-Over-Receipt-Cnt   PIC 9(6) COMP VALUE ZERO.
           02 WS-Cancelled-Rcpt-Cnt PIC 9(6) COMP VALUE ZERO.

       01  WS-PO-Lines.
           02 WS-PO-Max             PIC 9(06) COMP VALUE 2000.
           02 WS-PO-Cnt             PIC 9(06) COMP VALUE ZERO.
           02 WS-PO-Table OCCURS 2000 TIMES.
              03 WS-PO-Nbr          PIC 9(6).
              03 WS-PO-SuppID       PIC 9(4).
              03 WS-PO-GadgetID     PIC 9(6).
              03 WS-PO-WhseLoc      PIC 9.
              03 WS-PO-Qty          PIC 9(4).
              03 WS-PO-Cancel-Flag  PIC X.
                 88 PO-Line-Cancelled
                                    VALUE "Y".
           02 WS-PO-IDX             PIC 9(06) COMP VALUE ZERO.

       01  WS-PO-Found-Switch       PIC X VALUE "N".
             VALUE "Receipt Error - No such PO line".
             88 OverReceiptWarning
             VALUE "Receipt Warning - More received than ordered".
             88 CancelledLineWarning
             VALUE "Receipt Warning - PO line was cancelled".

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadRunControl
           PERFORM LoadPOLines
           PERFORM LoadCancelledLines
           OPEN INPUT ReceiptsFile
           IF NOT WS-ReceiptsFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "File Status: " WS-RcptExceptionFile-Status
             PERFORM AbortRun
           END-IF
           OPEN EXTEND RcptHistoryFile
           IF NOT WS-RcptHistoryFile-Good
             OPEN OUTPUT RcptHistoryFile
             IF NOT WS-RcptHistoryFile-Good
               DISPLAY "** ERROR **: Begin"
               DISPLAY "Open RcptHistoryFile Failed."
               DISPLAY "File Status: " WS-RcptHistoryFile-Status
               PERFORM AbortRun
             END-IF
           END-IF

           PERFORM ReadReceiptsFile
           PERFORM UNTIL EndOfReceiptsFile
           DISPLAY "   Additions Written:  " WS-Additions-Cnt
           DISPLAY "   Receipts w/o PO:    " WS-No-PO-Cnt
           DISPLAY "   Over-Receipts:      " WS-Over-Receipt-Cnt
           DISPLAY "   On Cancelled Lines: " WS-Cancelled-Rcpt-Cnt
           CLOSE ReceiptsFile, RcptTransFile, RcptExceptionFile,
                 RcptHistoryFile
           IF WS-No-PO-Cnt > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       ReadRunControl.
      *    The business date comes from the run-control record the
      *    job stream writes at the top of the run - never the
      *    system clock - so a rerun for a prior date behaves as
      *    that date. A missing or bad record means the program
      *    was started outside the job stream, and it refuses to
      *    run rather than stamp the wrong day on its work.
           OPEN INPUT RunControlFile
           IF NOT WS-RunControlFile-Good
             DISPLAY "** ERROR **: ReadRunControl"
             DISPLAY "Run-control file missing or unreadable - "
                "start the run through the job stream."
             DISPLAY "File Status: " WS-RunControlFile-Status
             PERFORM AbortRun
           END-IF
           READ RunControlFile
                AT END SET WS-RunControlFile-EOF TO TRUE
           END-READ
           IF NOT WS-RunControlFile-Good
              OR RC-Run-Date-X NOT NUMERIC
             DISPLAY "** ERROR **: ReadRunControl"
             DISPLAY "Run-control record missing or not numeric."
             PERFORM AbortRun
           END-IF
           MOVE RC-Run-Date TO WS-Run-Date
           CLOSE RunControlFile.

       AbortRun.
           CLOSE ReceiptsFile, POFile, RcptTransFile,
                 RcptExceptionFile, RcptHistoryFile, POStatusFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

             END-IF
             ADD 1 TO WS-PO-Cnt
             MOVE PO-Nbr TO WS-PO-Nbr(WS-PO-Cnt)
             MOVE PO-SuppID TO WS-PO-SuppID(WS-PO-Cnt)
             MOVE PO-GadgetID TO WS-PO-GadgetID(WS-PO-Cnt)
             MOVE PO-WhseLoc TO WS-PO-WhseLoc(WS-PO-Cnt)
             MOVE PO-Qty TO WS-PO-Qty(WS-PO-Cnt)
             MOVE "N" TO WS-PO-Cancel-Flag(WS-PO-Cnt)
             PERFORM ReadPOFile
           END-PERFORM
           CLOSE POFile
             PERFORM AbortRun
           END-IF.

       LoadCancelledLines.
      *    Marks the lines the buyer has cancelled. No status file
      *    yet (status "35") means nothing has been cancelled.
           OPEN INPUT POStatusFile
           IF WS-POStatusFile-Good
             PERFORM ReadPOStatusFile
             PERFORM UNTIL WS-POStatusFile-EOF
               IF PS-Cancelled
                 PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                         UNTIL WS-PO-IDX > WS-PO-Cnt
                   IF WS-PO-Nbr(WS-PO-IDX) = PS-PO-Nbr
                      AND WS-PO-GadgetID(WS-PO-IDX) = PS-GadgetID
                     SET PO-Line-Cancelled(WS-PO-IDX) TO TRUE
                   END-IF
                 END-PERFORM
               END-IF
               PERFORM ReadPOStatusFile
             END-PERFORM
             CLOSE POStatusFile
           ELSE
             IF WS-POStatusFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadCancelledLines"
               DISPLAY "Open POStatusFile Failed."
               DISPLAY "File Status: " WS-POStatusFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       ReadPOStatusFile.
           READ POStatusFile
                AT END SET WS-POStatusFile-EOF TO TRUE
           END-READ.
           IF NOT WS-POStatusFile-Good
              AND NOT WS-POStatusFile-EOF
             DISPLAY "** ERROR **: ReadPOStatusFile"
             DISPLAY "Read POStatusFile Failed."
             DISPLAY "File Status: " WS-POStatusFile-Status
             PERFORM AbortRun
           END-IF.

       ProcessOneReceipt.
           ADD 1 TO WS-Receipts-Read-Cnt.
           MOVE RCPT-PO-Nbr TO PrnPONbr.
               SET OverReceiptWarning TO TRUE
               PERFORM WriteReceiptException
             END-IF
             IF PO-Line-Cancelled(WS-PO-Found-IDX)
               ADD 1 TO WS-Cancelled-Rcpt-Cnt
               SET CancelledLineWarning TO TRUE
               PERFORM WriteReceiptException
             END-IF
             PERFORM WriteStockAddition
             PERFORM WriteReceiptHistory
           END-IF.

       FindPOLine.
             PERFORM AbortRun
           END-IF.

       WriteReceiptHistory.
           MOVE SPACE TO RH-Sep1 RH-Sep2 RH-Sep3 RH-Sep4 RH-Sep5.
           MOVE RCPT-PO-Nbr TO RH-PO-Nbr.
           MOVE WS-PO-SuppID(WS-PO-Found-IDX) TO RH-SuppID.
           MOVE RCPT-GadgetID TO RH-GadgetID.
           MOVE RCPT-Qty TO RH-Qty.
           MOVE RCPT-Unit-Cost-X TO RH-Unit-Cost-X.
           MOVE WS-Run-Date TO RH-Rcpt-Date.
           WRITE RcptHistoryRec.
           IF NOT WS-RcptHistoryFile-Good
             DISPLAY "** ERROR **: WriteReceiptHistory"
             DISPLAY "Write RcptHistoryFile Failed."
             DISPLAY "File Status: " WS-RcptHistoryFile-Status
             PERFORM AbortRun
           END-IF.

       WriteReceiptException.
           DISPLAY "** EXCEPTION **: " ExceptionMessage.
           WRITE RcptExceptionRec FROM ExceptionMessage.
