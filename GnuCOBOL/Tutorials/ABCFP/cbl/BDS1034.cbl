      ***********************************************************
      * Program name:    BDS1034
      * Original author: dastagg
      *
      * Description: Purchase order line status and the buyer's
      * open-PO report. BDS1019 writes PO lines and BDS1020 takes
      * receipts against them, but neither says where a line
      * stands. This program rebuilds the PO line status file
      * (POSTAT copybook) from:
      *   - the cumulative PO file (what was ordered, and when)
      *   - the receipt history (received to date, last receipt)
      *   - the supplier item file (lead time, for the date the
      *     supplier promised a line the first time it is seen)
      *   - the previous status file (promised dates and
      *     cancellations already made)
      *   - the buyers' cancellations for the run
      *     (c10-5pocancel.dat.txt: PO number, GadgetID - zeros
      *     for every line still open on the PO - and a reason)
      * and writes it to c10-5postnew.dat.txt for the job stream
      * to swap in. Each line is open, partial, closed or
      * cancelled (see POSTAT).
      * The open-PO report (c10-5openpo.rpt.txt) lists every
      * open and partial line, latest first: days past the
      * promised date, or a negative number for the days still
      * to go. Cancellations follow, applied and refused. A
      * refused cancellation ends the run with RETURN-CODE 4.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS1034.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POFile
           ASSIGN TO "../data/c10-5pofile.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POFile-Status.

           SELECT RcptHistoryFile
           ASSIGN TO "../data/c10-5rcpthist.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RcptHistoryFile-Status.

           SELECT SupplierItemFile
           ASSIGN TO "../data/c10-5supitem.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SupplierItemFile-Status.

           SELECT POStatusFile
           ASSIGN TO "../data/c10-5postat.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POStatusFile-Status.

           SELECT NewPOStatusFile
           ASSIGN TO "../data/c10-5postnew.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewPOStatusFile-Status.

           SELECT POCancelFile
           ASSIGN TO "../data/c10-5pocancel.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POCancelFile-Status.

           SELECT OpenPOReportFile
           ASSIGN TO "../data/c10-5openpo.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OpenPOReportFile-Status.

           SELECT RunControlFile
           ASSIGN TO "../data/c10-5runctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunControlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD POFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PORec.
           02 PO-Nbr                PIC 9(6).
           02 PO-Sep1               PIC X.
           02 PO-SuppID             PIC 9(4).
           02 PO-Sep2               PIC X.
           02 PO-GadgetID           PIC 9(6).
           02 PO-Sep3               PIC X.
           02 PO-WhseLoc            PIC 9.
           02 PO-Sep4               PIC X.
           02 PO-Qty                PIC 9(4).
           02 PO-Sep5               PIC X.
           02 PO-Date               PIC 9(8).
           02 PO-Sep6               PIC X.
           02 PO-Unit-Cost-X        PIC X(6).

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

       FD SupplierItemFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SupplierItemRec.
           02 SI-SuppID             PIC 9(4).
           02 SI-GadgetID           PIC 9(6).
           02 SI-Lead-Days          PIC 9(3).
           02 SI-Order-Mult         PIC 9(4).
           02 SI-Unit-Cost-X        PIC X(6).

       FD  POStatusFile.
           COPY POSTAT REPLACING ==:tag:== BY ==PS==.

       FD  NewPOStatusFile.
           COPY POSTAT REPLACING ==:tag:== BY ==NS==.

      *    A buyer's cancellation. GadgetID zeros cancels every
      *    line still open on the PO.
       FD POCancelFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  POCancelRec.
           02 PC-PO-Nbr             PIC 9(6).
           02 PC-PO-Nbr-X REDEFINES PC-PO-Nbr
                                    PIC X(6).
           02 PC-Sep1               PIC X.
           02 PC-GadgetID           PIC 9(6).
           02 PC-GadgetID-X REDEFINES PC-GadgetID
                                    PIC X(6).
           02 PC-Sep2               PIC X.
           02 PC-Reason             PIC X(20).

       FD OpenPOReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OpenPOReportRec          PIC X(80).

       FD  RunControlFile.
           COPY RUNCTL REPLACING ==:tag:== BY ==RC==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==POFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RcptHistoryFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SupplierItemFile==.
           COPY WSFST REPLACING ==:tag:== BY ==POStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewPOStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==POCancelFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OpenPOReportFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RunControlFile==.

       01  WS-Run-Date              PIC 9(8).

       01  WS-Status-Counters.
           02 WS-Open-Cnt           PIC 9(6) COMP VALUE ZERO.
           02 WS-Partial-Cnt        PIC 9(6) COMP VALUE ZERO.
           02 WS-Closed-Cnt         PIC 9(6) COMP VALUE ZERO.
           02 WS-Cancelled-Cnt      PIC 9(6) COMP VALUE ZERO.
           02 WS-Late-Cnt           PIC 9(6) COMP VALUE ZERO.
           02 WS-Cancel-Read-Cnt    PIC 9(6) COMP VALUE ZERO.
           02 WS-Cancel-Applied-Cnt PIC 9(6) COMP VALUE ZERO.
           02 WS-Cancel-Refused-Cnt PIC 9(6) COMP VALUE ZERO.
           02 WS-Stray-Rcpt-Cnt     PIC 9(6) COMP VALUE ZERO.

      *    Lead time per supplier and gadget.
       01  WS-Supplier-Items.
           02 WS-SIT-Max            PIC 9(04) COMP VALUE 500.
           02 WS-SIT-Cnt            PIC 9(04) COMP VALUE ZERO.
           02 WS-SIT-Table OCCURS 500 TIMES.
              03 WS-SIT-SuppID      PIC 9(4).
              03 WS-SIT-GadgetID    PIC 9(6).
              03 WS-SIT-Lead-Days   PIC 9(3).
           02 WS-SIT-IDX            PIC 9(04) COMP VALUE ZERO.
       01  WS-SIT-Found-IDX         PIC 9(04) COMP VALUE ZERO.

      *    What the previous status file said about each line -
      *    only the promise and any cancellation carry forward,
      *    the rest is worked out afresh.
       01  WS-Prior-Status.
           02 WS-PR-Max             PIC 9(06) COMP VALUE 2000.
           02 WS-PR-Cnt             PIC 9(06) COMP VALUE ZERO.
           02 WS-PR-Table OCCURS 2000 TIMES.
              03 WS-PR-PO-Nbr       PIC 9(6).
              03 WS-PR-GadgetID     PIC 9(6).
              03 WS-PR-Promised     PIC 9(8).
              03 WS-PR-State        PIC X.
              03 WS-PR-Cancel-Date  PIC 9(8).
              03 WS-PR-Cancel-Reason
                                    PIC X(20).
           02 WS-PR-IDX             PIC 9(06) COMP VALUE ZERO.
       01  WS-PR-Found-IDX          PIC 9(06) COMP VALUE ZERO.

      *    One entry per PO line, in PO file order.
       01  WS-PO-Lines.
           02 WS-LN-Max             PIC 9(06) COMP VALUE 2000.
           02 WS-LN-Cnt             PIC 9(06) COMP VALUE ZERO.
           02 WS-LN-Table OCCURS 2000 TIMES.
              03 WS-LN-PO-Nbr       PIC 9(6).
              03 WS-LN-SuppID       PIC 9(4).
              03 WS-LN-GadgetID     PIC 9(6).
              03 WS-LN-WhseLoc      PIC 9.
              03 WS-LN-Ordered      PIC 9(4).
              03 WS-LN-Received     PIC 9(5).
              03 WS-LN-PO-Date      PIC 9(8).
              03 WS-LN-Promised     PIC 9(8).
              03 WS-LN-Last-Rcpt    PIC 9(8).
              03 WS-LN-State        PIC X.
                 88 LN-Open         VALUE "O".
                 88 LN-Partial      VALUE "P".
                 88 LN-Closed       VALUE "C".
                 88 LN-Cancelled    VALUE "X".
              03 WS-LN-Cancel-Date  PIC 9(8).
              03 WS-LN-Cancel-Reason
                                    PIC X(20).
              03 WS-LN-Days-Late    PIC S9(5) COMP.
              03 WS-LN-Printed-Flag PIC X.
                 88 LN-Printed      VALUE "Y".
                 88 LN-Not-Printed  VALUE "N".
           02 WS-LN-IDX             PIC 9(06) COMP VALUE ZERO.
       01  WS-LN-Found-IDX          PIC 9(06) COMP VALUE ZERO.
       01  WS-LN-Best-IDX           PIC 9(06) COMP VALUE ZERO.
       01  WS-Find-PO-Nbr           PIC 9(6).
       01  WS-Find-GadgetID         PIC 9(6).
       01  WS-Print-Cnt             PIC 9(06) COMP VALUE ZERO.
       01  WS-Lines-On-PO-Cnt       PIC 9(06) COMP VALUE ZERO.

      *    Calendar arithmetic - walks a date forward a month at a
      *    time, the same way the AP due dates are worked out.
       01  WS-Date-Work.
           02 WS-DW-Date.
              03 WS-DW-YYYY         PIC 9(4).
              03 WS-DW-MM           PIC 99.
              03 WS-DW-DD           PIC 99.
           02 WS-DW-Date-N REDEFINES WS-DW-Date
                                    PIC 9(8).
           02 WS-DW-Days-Left       PIC 9(5) COMP VALUE ZERO.
           02 WS-DW-Month-Days      PIC 99 VALUE ZERO.
           02 WS-DW-Quotient        PIC 9(4) COMP VALUE ZERO.
           02 WS-DW-Rem-4           PIC 9(4) COMP VALUE ZERO.
           02 WS-DW-Rem-100         PIC 9(4) COMP VALUE ZERO.
           02 WS-DW-Rem-400         PIC 9(4) COMP VALUE ZERO.
           02 WS-DW-To-Date         PIC 9(8).
           02 WS-DW-To-Date-R REDEFINES WS-DW-To-Date.
              03 WS-DW-To-YYYY      PIC 9(4).
              03 WS-DW-To-MM        PIC 99.
              03 WS-DW-To-DD        PIC 99.
           02 WS-DW-Days-Between    PIC 9(5) COMP VALUE ZERO.

       01  WS-Month-Length-Values   PIC X(24)
                                    VALUE "312831303130313130313031".
       01  WS-Month-Length-Table REDEFINES WS-Month-Length-Values.
           02 WS-Month-Length       PIC 99 OCCURS 12 TIMES.

       01  WS-Report-Heading.
           02 FILLER                PIC X(33) VALUE
              "OPEN PURCHASE ORDER LINES   DATE ".
           02 WS-RH-Date            PIC 9(8).
           02 FILLER                PIC X(39) VALUE SPACE.

       01  WS-Report-Legend.
           02 FILLER                PIC X(80) VALUE
              "LATE = days past the promised date; negative = days still
      -       " to go.".

       01  WS-Open-Col-Heading.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 FILLER                PIC X(05) VALUE " LATE".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(06) VALUE "PO NBR".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(04) VALUE "SUPP".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(06) VALUE "GADGET".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(04) VALUE " ORD".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(05) VALUE " RCVD".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(04) VALUE "OPEN".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(08) VALUE "PO DATE ".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(08) VALUE "PROMISED".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(07) VALUE "STATE".
           02 FILLER                PIC X(04) VALUE SPACE.

       01  WS-Open-Line.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-OL-Days-Late       PIC ----9.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-OL-PO-Nbr          PIC 9(6).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-OL-SuppID          PIC 9(4).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-OL-GadgetID        PIC 9(6).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-OL-Ordered         PIC ZZZ9.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-OL-Received        PIC ZZZZ9.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-OL-Open            PIC ZZZ9.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-OL-PO-Date         PIC 9(8).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-OL-Promised        PIC 9(8).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-OL-State           PIC X(07).
           02 FILLER                PIC X(04) VALUE SPACE.

       01  WS-No-Open-Line.
           02 FILLER                PIC X(80) VALUE
              " No purchase order lines open.".

       01  WS-Cancel-Heading.
           02 FILLER                PIC X(80) VALUE
              "CANCELLATIONS APPLIED THIS RUN".

       01  WS-Refused-Heading.
           02 FILLER                PIC X(80) VALUE
              "CANCELLATIONS REFUSED THIS RUN".

       01  WS-Cancel-Col-Heading.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 FILLER                PIC X(13) VALUE "PO     GADGET".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(20) VALUE "REASON".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(42) VALUE "RESULT".

       01  WS-Cancel-Line.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-CL-PO-Nbr          PIC X(6).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-CL-GadgetID        PIC X(6).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-CL-Reason          PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-CL-Result          PIC X(40).
              88 CancelApplied
                 VALUE "Cancelled".
              88 CancelNoPOLine
                 VALUE "Refused - no such PO line".
              88 CancelAlreadyClosed
                 VALUE "Refused - line already received in full".
              88 CancelAlreadyCancelled
                 VALUE "Refused - line already cancelled".
              88 CancelNothingOpen
                 VALUE "Refused - nothing left open on the PO".
              88 CancelNoReason
                 VALUE "Refused - no reason given".
              88 CancelBadRecord
                 VALUE "Refused - PO number or GadgetID invalid".
           02 FILLER                PIC X(02) VALUE SPACE.

       01  WS-No-Cancel-Line.
           02 FILLER                PIC X(80) VALUE
              " No cancellations.".

       01  WS-Count-Line.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-CN-Text            PIC X(30).
           02 WS-CN-Count           PIC ZZZ,ZZ9.
           02 FILLER                PIC X(42) VALUE SPACE.

       01  WS-Blank-Line            PIC X(80) VALUE SPACE.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program BDS1034 - PO Line Status".

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadRunControl
           PERFORM LoadSupplierItems
           PERFORM LoadPriorStatus
           PERFORM LoadPOLines
           PERFORM ApplyReceipts
           PERFORM SetLineStates
           OPEN OUTPUT OpenPOReportFile
           IF NOT WS-OpenPOReportFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open OpenPOReportFile Failed."
             DISPLAY "File Status: " WS-OpenPOReportFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ApplyCancellations
           PERFORM WriteNewStatusFile
           PERFORM PrintOpenLines
           PERFORM PrintCancellations
           PERFORM PrintCounts

           DISPLAY EOJ-End-Message
           DISPLAY "   PO Lines:           " WS-LN-Cnt
           DISPLAY "   Open:               " WS-Open-Cnt
           DISPLAY "   Partial:            " WS-Partial-Cnt
           DISPLAY "   Closed:             " WS-Closed-Cnt
           DISPLAY "   Cancelled:          " WS-Cancelled-Cnt
           DISPLAY "   Past Promised Date: " WS-Late-Cnt
           DISPLAY "   Cancels Applied:    " WS-Cancel-Applied-Cnt
           DISPLAY "   Cancels Refused:    " WS-Cancel-Refused-Cnt
           IF WS-Stray-Rcpt-Cnt > ZERO
             DISPLAY "   Receipts w/o Line:  " WS-Stray-Rcpt-Cnt
           END-IF
           CLOSE OpenPOReportFile
           IF WS-Cancel-Refused-Cnt > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       ReadRunControl.
      *    The business date comes from the run-control record the
      *    job stream writes at the top of the run. A missing or
      *    bad record means the program was started outside the
      *    job stream, and it refuses to run.
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
           CLOSE POFile, RcptHistoryFile, SupplierItemFile,
                 POStatusFile, NewPOStatusFile, POCancelFile,
                 OpenPOReportFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       LoadSupplierItems.
           OPEN INPUT SupplierItemFile
           IF NOT WS-SupplierItemFile-Good
             DISPLAY "** ERROR **: LoadSupplierItems"
             DISPLAY "Open SupplierItemFile Failed."
             DISPLAY "File Status: " WS-SupplierItemFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadSupplierItemFile
           PERFORM UNTIL WS-SupplierItemFile-EOF
             IF WS-SIT-Cnt >= WS-SIT-Max
               DISPLAY "** ERROR **: LoadSupplierItems"
               DISPLAY "More supplier items than the table holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-SIT-Cnt
             MOVE SI-SuppID TO WS-SIT-SuppID(WS-SIT-Cnt)
             MOVE SI-GadgetID TO WS-SIT-GadgetID(WS-SIT-Cnt)
             MOVE SI-Lead-Days TO WS-SIT-Lead-Days(WS-SIT-Cnt)
             PERFORM ReadSupplierItemFile
           END-PERFORM
           CLOSE SupplierItemFile.

       ReadSupplierItemFile.
           READ SupplierItemFile
                AT END SET WS-SupplierItemFile-EOF TO TRUE
           END-READ.
           IF NOT WS-SupplierItemFile-Good
              AND NOT WS-SupplierItemFile-EOF
             DISPLAY "** ERROR **: ReadSupplierItemFile"
             DISPLAY "Read SupplierItemFile Failed."
             DISPLAY "File Status: " WS-SupplierItemFile-Status
             PERFORM AbortRun
           END-IF.

       LoadPriorStatus.
      *    No status file yet (status "35") is the first run - every
      *    line is new.
           OPEN INPUT POStatusFile
           IF WS-POStatusFile-Good
             PERFORM ReadPOStatusFile
             PERFORM UNTIL WS-POStatusFile-EOF
               IF WS-PR-Cnt >= WS-PR-Max
                 DISPLAY "** ERROR **: LoadPriorStatus"
                 DISPLAY "More status lines than the table holds."
                 PERFORM AbortRun
               END-IF
               ADD 1 TO WS-PR-Cnt
               MOVE PS-PO-Nbr TO WS-PR-PO-Nbr(WS-PR-Cnt)
               MOVE PS-GadgetID TO WS-PR-GadgetID(WS-PR-Cnt)
               MOVE PS-Promised-Date TO WS-PR-Promised(WS-PR-Cnt)
               MOVE PS-State TO WS-PR-State(WS-PR-Cnt)
               MOVE PS-Cancel-Date TO WS-PR-Cancel-Date(WS-PR-Cnt)
               MOVE PS-Cancel-Reason
                 TO WS-PR-Cancel-Reason(WS-PR-Cnt)
               PERFORM ReadPOStatusFile
             END-PERFORM
             CLOSE POStatusFile
           ELSE
             IF WS-POStatusFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadPriorStatus"
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

       LoadPOLines.
      *    No PO file yet means no POs have been raised - the status
      *    file is written empty.
           OPEN INPUT POFile
           IF WS-POFile-Good
             PERFORM ReadPOFile
             PERFORM UNTIL WS-POFile-EOF
               PERFORM AddPOLine
               PERFORM ReadPOFile
             END-PERFORM
             CLOSE POFile
           ELSE
             IF WS-POFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadPOLines"
               DISPLAY "Open POFile Failed."
               DISPLAY "File Status: " WS-POFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       AddPOLine.
           IF WS-LN-Cnt >= WS-LN-Max
             DISPLAY "** ERROR **: AddPOLine"
             DISPLAY "More PO lines than the table holds."
             PERFORM AbortRun
           END-IF
           ADD 1 TO WS-LN-Cnt
           MOVE PO-Nbr TO WS-LN-PO-Nbr(WS-LN-Cnt)
           MOVE PO-SuppID TO WS-LN-SuppID(WS-LN-Cnt)
           MOVE PO-GadgetID TO WS-LN-GadgetID(WS-LN-Cnt)
           MOVE PO-WhseLoc TO WS-LN-WhseLoc(WS-LN-Cnt)
           MOVE PO-Qty TO WS-LN-Ordered(WS-LN-Cnt)
           MOVE PO-Date TO WS-LN-PO-Date(WS-LN-Cnt)
           MOVE ZERO TO WS-LN-Received(WS-LN-Cnt)
           MOVE ZERO TO WS-LN-Last-Rcpt(WS-LN-Cnt)
           MOVE ZERO TO WS-LN-Cancel-Date(WS-LN-Cnt)
           MOVE SPACES TO WS-LN-Cancel-Reason(WS-LN-Cnt)
           MOVE ZERO TO WS-LN-Days-Late(WS-LN-Cnt)
           SET LN-Open(WS-LN-Cnt) TO TRUE
           SET LN-Not-Printed(WS-LN-Cnt) TO TRUE
           PERFORM FindPriorStatus
           IF WS-PR-Found-IDX > ZERO
             MOVE WS-PR-Promised(WS-PR-Found-IDX)
               TO WS-LN-Promised(WS-LN-Cnt)
             IF WS-PR-State(WS-PR-Found-IDX) = "X"
               SET LN-Cancelled(WS-LN-Cnt) TO TRUE
               MOVE WS-PR-Cancel-Date(WS-PR-Found-IDX)
                 TO WS-LN-Cancel-Date(WS-LN-Cnt)
               MOVE WS-PR-Cancel-Reason(WS-PR-Found-IDX)
                 TO WS-LN-Cancel-Reason(WS-LN-Cnt)
             END-IF
           ELSE
      *      A new line - the supplier promised it lead time days
      *      after the PO date. A gadget the supplier item file no
      *      longer lists for this supplier is due on the PO date.
             PERFORM FindSupplierItem
             MOVE PO-Date TO WS-DW-Date-N
             IF WS-SIT-Found-IDX > ZERO
               MOVE WS-SIT-Lead-Days(WS-SIT-Found-IDX)
                 TO WS-DW-Days-Left
             ELSE
               MOVE ZERO TO WS-DW-Days-Left
             END-IF
             PERFORM AddDaysToDate
             MOVE WS-DW-Date-N TO WS-LN-Promised(WS-LN-Cnt)
           END-IF.

       FindPriorStatus.
           MOVE ZERO TO WS-PR-Found-IDX
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-Cnt
                      OR WS-PR-Found-IDX > ZERO
             IF WS-PR-PO-Nbr(WS-PR-IDX) = PO-Nbr
                AND WS-PR-GadgetID(WS-PR-IDX) = PO-GadgetID
               MOVE WS-PR-IDX TO WS-PR-Found-IDX
             END-IF
           END-PERFORM.

       FindSupplierItem.
           MOVE ZERO TO WS-SIT-Found-IDX
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-SIT-Cnt
                      OR WS-SIT-Found-IDX > ZERO
             IF WS-SIT-SuppID(WS-SIT-IDX) = PO-SuppID
                AND WS-SIT-GadgetID(WS-SIT-IDX) = PO-GadgetID
               MOVE WS-SIT-IDX TO WS-SIT-Found-IDX
             END-IF
           END-PERFORM.

       ReadPOFile.
           READ POFile
                AT END SET WS-POFile-EOF TO TRUE
           END-READ.
           IF NOT WS-POFile-Good AND NOT WS-POFile-EOF
             DISPLAY "** ERROR **: ReadPOFile"
             DISPLAY "Read POFile Failed."
             DISPLAY "File Status: " WS-POFile-Status
             PERFORM AbortRun
           END-IF.

       ApplyReceipts.
      *    Received to date and the last receipt for every line. No
      *    receipt history yet means nothing has been received.
           OPEN INPUT RcptHistoryFile
           IF WS-RcptHistoryFile-Good
             PERFORM ReadRcptHistoryFile
             PERFORM UNTIL WS-RcptHistoryFile-EOF
               MOVE RH-PO-Nbr TO WS-Find-PO-Nbr
               MOVE RH-GadgetID TO WS-Find-GadgetID
               PERFORM FindLine
               IF WS-LN-Found-IDX > ZERO
                 ADD RH-Qty TO WS-LN-Received(WS-LN-Found-IDX)
                 IF RH-Rcpt-Date > WS-LN-Last-Rcpt(WS-LN-Found-IDX)
                   MOVE RH-Rcpt-Date
                     TO WS-LN-Last-Rcpt(WS-LN-Found-IDX)
                 END-IF
               ELSE
                 ADD 1 TO WS-Stray-Rcpt-Cnt
               END-IF
               PERFORM ReadRcptHistoryFile
             END-PERFORM
             CLOSE RcptHistoryFile
           ELSE
             IF WS-RcptHistoryFile-Status NOT = "35"
               DISPLAY "** ERROR **: ApplyReceipts"
               DISPLAY "Open RcptHistoryFile Failed."
               DISPLAY "File Status: " WS-RcptHistoryFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       ReadRcptHistoryFile.
           READ RcptHistoryFile
                AT END SET WS-RcptHistoryFile-EOF TO TRUE
           END-READ.
           IF NOT WS-RcptHistoryFile-Good
              AND NOT WS-RcptHistoryFile-EOF
             DISPLAY "** ERROR **: ReadRcptHistoryFile"
             DISPLAY "Read RcptHistoryFile Failed."
             DISPLAY "File Status: " WS-RcptHistoryFile-Status
             PERFORM AbortRun
           END-IF.

       FindLine.
      *    Looks up WS-Find-PO-Nbr / WS-Find-GadgetID.
           MOVE ZERO TO WS-LN-Found-IDX
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-Cnt
                      OR WS-LN-Found-IDX > ZERO
             IF WS-LN-PO-Nbr(WS-LN-IDX) = WS-Find-PO-Nbr
                AND WS-LN-GadgetID(WS-LN-IDX) = WS-Find-GadgetID
               MOVE WS-LN-IDX TO WS-LN-Found-IDX
             END-IF
           END-PERFORM.

       SetLineStates.
      *    A cancelled line stays cancelled whatever arrives after;
      *    every other line takes its state from what has come in.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-Cnt
             IF NOT LN-Cancelled(WS-LN-IDX)
               EVALUATE TRUE
                 WHEN WS-LN-Received(WS-LN-IDX)
                      >= WS-LN-Ordered(WS-LN-IDX)
                   SET LN-Closed(WS-LN-IDX) TO TRUE
                 WHEN WS-LN-Received(WS-LN-IDX) > ZERO
                   SET LN-Partial(WS-LN-IDX) TO TRUE
                 WHEN OTHER
                   SET LN-Open(WS-LN-IDX) TO TRUE
               END-EVALUATE
             END-IF
           END-PERFORM.

       ApplyCancellations.
           MOVE WS-Run-Date TO WS-RH-Date
           MOVE WS-Report-Heading TO OpenPOReportRec
           PERFORM WriteReportLine
           MOVE WS-Blank-Line TO OpenPOReportRec
           PERFORM WriteReportLine
           OPEN INPUT POCancelFile
           IF WS-POCancelFile-Good
             PERFORM ReadPOCancelFile
             PERFORM UNTIL WS-POCancelFile-EOF
               PERFORM ApplyOneCancellation
               PERFORM ReadPOCancelFile
             END-PERFORM
             CLOSE POCancelFile
           ELSE
             IF WS-POCancelFile-Status NOT = "35"
               DISPLAY "** ERROR **: ApplyCancellations"
               DISPLAY "Open POCancelFile Failed."
               DISPLAY "File Status: " WS-POCancelFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       ApplyOneCancellation.
      *    The result of each cancellation is held in the table and
      *    printed after the open lines - only refusals are
      *    displayed as they happen.
           ADD 1 TO WS-Cancel-Read-Cnt
           MOVE PC-PO-Nbr-X TO WS-CL-PO-Nbr
           MOVE PC-GadgetID-X TO WS-CL-GadgetID
           MOVE PC-Reason TO WS-CL-Reason
           EVALUATE TRUE
             WHEN PC-PO-Nbr-X NOT NUMERIC
                  OR PC-GadgetID-X NOT NUMERIC
               SET CancelBadRecord TO TRUE
               PERFORM RefuseCancellation
             WHEN PC-Reason = SPACES
               SET CancelNoReason TO TRUE
               PERFORM RefuseCancellation
             WHEN PC-GadgetID = ZERO
               PERFORM CancelWholePO
             WHEN OTHER
               PERFORM CancelOneLine
           END-EVALUATE.

       CancelOneLine.
           MOVE PC-PO-Nbr TO WS-Find-PO-Nbr
           MOVE PC-GadgetID TO WS-Find-GadgetID
           PERFORM FindLine
           EVALUATE TRUE
             WHEN WS-LN-Found-IDX = ZERO
               SET CancelNoPOLine TO TRUE
               PERFORM RefuseCancellation
             WHEN LN-Cancelled(WS-LN-Found-IDX)
               SET CancelAlreadyCancelled TO TRUE
               PERFORM RefuseCancellation
             WHEN LN-Closed(WS-LN-Found-IDX)
               SET CancelAlreadyClosed TO TRUE
               PERFORM RefuseCancellation
             WHEN OTHER
               MOVE WS-LN-Found-IDX TO WS-LN-IDX
               PERFORM CancelLine
           END-EVALUATE.

       CancelWholePO.
      *    Every line on the PO still open or partial is cancelled;
      *    lines already closed or cancelled are left as they are.
           MOVE ZERO TO WS-Lines-On-PO-Cnt
           MOVE ZERO TO WS-Print-Cnt
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-Cnt
             IF WS-LN-PO-Nbr(WS-LN-IDX) = PC-PO-Nbr
               ADD 1 TO WS-Lines-On-PO-Cnt
               IF LN-Open(WS-LN-IDX) OR LN-Partial(WS-LN-IDX)
                 ADD 1 TO WS-Print-Cnt
                 PERFORM CancelLine
               END-IF
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-Lines-On-PO-Cnt = ZERO
               SET CancelNoPOLine TO TRUE
               PERFORM RefuseCancellation
             WHEN WS-Print-Cnt = ZERO
               SET CancelNothingOpen TO TRUE
               PERFORM RefuseCancellation
           END-EVALUATE.

       CancelLine.
      *    Cancels the line at WS-LN-IDX.
           ADD 1 TO WS-Cancel-Applied-Cnt
           SET LN-Cancelled(WS-LN-IDX) TO TRUE
           MOVE WS-Run-Date TO WS-LN-Cancel-Date(WS-LN-IDX)
           MOVE PC-Reason TO WS-LN-Cancel-Reason(WS-LN-IDX)
      *    Flagged so the cancellation section can list it.
           MOVE "C" TO WS-LN-Printed-Flag(WS-LN-IDX).

       RefuseCancellation.
           ADD 1 TO WS-Cancel-Refused-Cnt
           DISPLAY "** REFUSED **: " WS-Cancel-Line
           IF WS-Cancel-Refused-Cnt = 1
             MOVE WS-Refused-Heading TO OpenPOReportRec
             PERFORM WriteReportLine
             MOVE WS-Cancel-Col-Heading TO OpenPOReportRec
             PERFORM WriteReportLine
           END-IF
           MOVE WS-Cancel-Line TO OpenPOReportRec
           PERFORM WriteReportLine.

       ReadPOCancelFile.
           READ POCancelFile
                AT END SET WS-POCancelFile-EOF TO TRUE
           END-READ.
           IF NOT WS-POCancelFile-Good
              AND NOT WS-POCancelFile-EOF
             DISPLAY "** ERROR **: ReadPOCancelFile"
             DISPLAY "Read POCancelFile Failed."
             DISPLAY "File Status: " WS-POCancelFile-Status
             PERFORM AbortRun
           END-IF.

       WriteNewStatusFile.
           OPEN OUTPUT NewPOStatusFile
           IF NOT WS-NewPOStatusFile-Good
             DISPLAY "** ERROR **: WriteNewStatusFile"
             DISPLAY "Open NewPOStatusFile Failed."
             DISPLAY "File Status: " WS-NewPOStatusFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-Cnt
             PERFORM WriteOneStatus
           END-PERFORM
           CLOSE NewPOStatusFile.

       WriteOneStatus.
           MOVE SPACES TO NS-PO-Status-Record
           MOVE WS-LN-PO-Nbr(WS-LN-IDX) TO NS-PO-Nbr
           MOVE WS-LN-SuppID(WS-LN-IDX) TO NS-SuppID
           MOVE WS-LN-GadgetID(WS-LN-IDX) TO NS-GadgetID
           MOVE WS-LN-WhseLoc(WS-LN-IDX) TO NS-WhseLoc
           MOVE WS-LN-Ordered(WS-LN-IDX) TO NS-Ordered-Qty
           MOVE WS-LN-Received(WS-LN-IDX) TO NS-Received-Qty
           IF (LN-Open(WS-LN-IDX) OR LN-Partial(WS-LN-IDX))
             SUBTRACT WS-LN-Received(WS-LN-IDX)
               FROM WS-LN-Ordered(WS-LN-IDX)
               GIVING NS-Open-Qty
           ELSE
             MOVE ZERO TO NS-Open-Qty
           END-IF
           MOVE WS-LN-PO-Date(WS-LN-IDX) TO NS-PO-Date
           MOVE WS-LN-Promised(WS-LN-IDX) TO NS-Promised-Date
           MOVE WS-LN-Last-Rcpt(WS-LN-IDX) TO NS-Last-Rcpt-Date
           MOVE WS-LN-State(WS-LN-IDX) TO NS-State
           MOVE WS-LN-Cancel-Date(WS-LN-IDX) TO NS-Cancel-Date
           MOVE WS-LN-Cancel-Reason(WS-LN-IDX) TO NS-Cancel-Reason
           WRITE NS-PO-Status-Record
           IF NOT WS-NewPOStatusFile-Good
             DISPLAY "** ERROR **: WriteOneStatus"
             DISPLAY "Write NewPOStatusFile Failed."
             DISPLAY "File Status: " WS-NewPOStatusFile-Status
             PERFORM AbortRun
           END-IF
           EVALUATE TRUE
             WHEN LN-Open(WS-LN-IDX)
               ADD 1 TO WS-Open-Cnt
             WHEN LN-Partial(WS-LN-IDX)
               ADD 1 TO WS-Partial-Cnt
             WHEN LN-Closed(WS-LN-IDX)
               ADD 1 TO WS-Closed-Cnt
             WHEN LN-Cancelled(WS-LN-IDX)
               ADD 1 TO WS-Cancelled-Cnt
           END-EVALUATE.

       PrintOpenLines.
      *    Works out how late each open line is, then prints them
      *    latest first by picking the latest line not yet printed
      *    each time round - ties print in PO file order.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-Cnt
             IF LN-Open(WS-LN-IDX) OR LN-Partial(WS-LN-IDX)
               PERFORM SetDaysLate
             END-IF
           END-PERFORM
           IF WS-Cancel-Refused-Cnt > ZERO
             MOVE WS-Blank-Line TO OpenPOReportRec
             PERFORM WriteReportLine
           END-IF
           MOVE WS-Report-Legend TO OpenPOReportRec
           PERFORM WriteReportLine
           MOVE WS-Open-Col-Heading TO OpenPOReportRec
           PERFORM WriteReportLine
           COMPUTE WS-Print-Cnt = WS-Open-Cnt + WS-Partial-Cnt
           IF WS-Print-Cnt = ZERO
             MOVE WS-No-Open-Line TO OpenPOReportRec
             PERFORM WriteReportLine
           END-IF
           PERFORM WS-Print-Cnt TIMES
             PERFORM FindLatestUnprinted
             PERFORM PrintOneOpenLine
           END-PERFORM.

       SetDaysLate.
      *    Positive when the promised date has passed, negative for
      *    the days still to go.
           IF WS-Run-Date > WS-LN-Promised(WS-LN-IDX)
             MOVE WS-LN-Promised(WS-LN-IDX) TO WS-DW-Date-N
             MOVE WS-Run-Date TO WS-DW-To-Date
             PERFORM CountDaysBetween
             MOVE WS-DW-Days-Between TO WS-LN-Days-Late(WS-LN-IDX)
             ADD 1 TO WS-Late-Cnt
           ELSE
             MOVE WS-Run-Date TO WS-DW-Date-N
             MOVE WS-LN-Promised(WS-LN-IDX) TO WS-DW-To-Date
             PERFORM CountDaysBetween
             COMPUTE WS-LN-Days-Late(WS-LN-IDX) =
                ZERO - WS-DW-Days-Between
           END-IF.

       FindLatestUnprinted.
           MOVE ZERO TO WS-LN-Best-IDX
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-Cnt
             IF (LN-Open(WS-LN-IDX) OR LN-Partial(WS-LN-IDX))
                AND LN-Not-Printed(WS-LN-IDX)
               IF WS-LN-Best-IDX = ZERO
                 MOVE WS-LN-IDX TO WS-LN-Best-IDX
               ELSE
                 IF WS-LN-Days-Late(WS-LN-IDX)
                    > WS-LN-Days-Late(WS-LN-Best-IDX)
                   MOVE WS-LN-IDX TO WS-LN-Best-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       PrintOneOpenLine.
           SET LN-Printed(WS-LN-Best-IDX) TO TRUE
           MOVE WS-LN-Days-Late(WS-LN-Best-IDX) TO WS-OL-Days-Late
           MOVE WS-LN-PO-Nbr(WS-LN-Best-IDX) TO WS-OL-PO-Nbr
           MOVE WS-LN-SuppID(WS-LN-Best-IDX) TO WS-OL-SuppID
           MOVE WS-LN-GadgetID(WS-LN-Best-IDX) TO WS-OL-GadgetID
           MOVE WS-LN-Ordered(WS-LN-Best-IDX) TO WS-OL-Ordered
           MOVE WS-LN-Received(WS-LN-Best-IDX) TO WS-OL-Received
           SUBTRACT WS-LN-Received(WS-LN-Best-IDX)
              FROM WS-LN-Ordered(WS-LN-Best-IDX)
              GIVING WS-OL-Open
           MOVE WS-LN-PO-Date(WS-LN-Best-IDX) TO WS-OL-PO-Date
           MOVE WS-LN-Promised(WS-LN-Best-IDX) TO WS-OL-Promised
           IF LN-Partial(WS-LN-Best-IDX)
             MOVE "PARTIAL" TO WS-OL-State
           ELSE
             MOVE "OPEN" TO WS-OL-State
           END-IF
           MOVE WS-Open-Line TO OpenPOReportRec
           PERFORM WriteReportLine.

       PrintCancellations.
      *    The lines cancelled this run, as flagged by CancelLine.
      *    Refusals were printed at the top as they happened.
           MOVE WS-Blank-Line TO OpenPOReportRec
           PERFORM WriteReportLine
           MOVE WS-Cancel-Heading TO OpenPOReportRec
           PERFORM WriteReportLine
           IF WS-Cancel-Applied-Cnt = ZERO
             MOVE WS-No-Cancel-Line TO OpenPOReportRec
             PERFORM WriteReportLine
           ELSE
             MOVE WS-Cancel-Col-Heading TO OpenPOReportRec
             PERFORM WriteReportLine
             PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                     UNTIL WS-LN-IDX > WS-LN-Cnt
               IF WS-LN-Printed-Flag(WS-LN-IDX) = "C"
                 MOVE WS-LN-PO-Nbr(WS-LN-IDX) TO WS-CL-PO-Nbr
                 MOVE WS-LN-GadgetID(WS-LN-IDX) TO WS-CL-GadgetID
                 MOVE WS-LN-Cancel-Reason(WS-LN-IDX) TO WS-CL-Reason
                 SET CancelApplied TO TRUE
                 MOVE WS-Cancel-Line TO OpenPOReportRec
                 PERFORM WriteReportLine
               END-IF
             END-PERFORM
           END-IF.

       PrintCounts.
           MOVE WS-Blank-Line TO OpenPOReportRec
           PERFORM WriteReportLine
           MOVE "PO lines on file" TO WS-CN-Text
           MOVE WS-LN-Cnt TO WS-CN-Count
           PERFORM WriteCountLine
           MOVE "Open" TO WS-CN-Text
           MOVE WS-Open-Cnt TO WS-CN-Count
           PERFORM WriteCountLine
           MOVE "Partially received" TO WS-CN-Text
           MOVE WS-Partial-Cnt TO WS-CN-Count
           PERFORM WriteCountLine
           MOVE "Past the promised date" TO WS-CN-Text
           MOVE WS-Late-Cnt TO WS-CN-Count
           PERFORM WriteCountLine
           MOVE "Closed" TO WS-CN-Text
           MOVE WS-Closed-Cnt TO WS-CN-Count
           PERFORM WriteCountLine
           MOVE "Cancelled" TO WS-CN-Text
           MOVE WS-Cancelled-Cnt TO WS-CN-Count
           PERFORM WriteCountLine
           MOVE "Cancellations refused" TO WS-CN-Text
           MOVE WS-Cancel-Refused-Cnt TO WS-CN-Count
           PERFORM WriteCountLine.

       WriteCountLine.
           MOVE WS-Count-Line TO OpenPOReportRec
           PERFORM WriteReportLine.

       WriteReportLine.
           WRITE OpenPOReportRec
           IF NOT WS-OpenPOReportFile-Good
             DISPLAY "** ERROR **: WriteReportLine"
             DISPLAY "Write OpenPOReportFile Failed."
             DISPLAY "File Status: " WS-OpenPOReportFile-Status
             PERFORM AbortRun
           END-IF.

       AddDaysToDate.
      *    Moves WS-DW-Date forward WS-DW-Days-Left calendar days:
      *    within the month if they fit, otherwise to the 1st of
      *    the next month and on from there.
           PERFORM UNTIL WS-DW-Days-Left = ZERO
             PERFORM SetMonthLength
             IF WS-DW-DD + WS-DW-Days-Left <= WS-DW-Month-Days
               ADD WS-DW-Days-Left TO WS-DW-DD
               MOVE ZERO TO WS-DW-Days-Left
             ELSE
               COMPUTE WS-DW-Days-Left = WS-DW-Days-Left
                  - (WS-DW-Month-Days - WS-DW-DD + 1)
               MOVE 1 TO WS-DW-DD
               IF WS-DW-MM = 12
                 MOVE 1 TO WS-DW-MM
                 ADD 1 TO WS-DW-YYYY
               ELSE
                 ADD 1 TO WS-DW-MM
               END-IF
             END-IF
           END-PERFORM.

       CountDaysBetween.
      *    Calendar days from WS-DW-Date forward to WS-DW-To-Date
      *    (not before it), walked the same way: the rest of each
      *    month, then the days into the last one.
           MOVE ZERO TO WS-DW-Days-Between
           PERFORM UNTIL WS-DW-YYYY = WS-DW-To-YYYY
                     AND WS-DW-MM = WS-DW-To-MM
             PERFORM SetMonthLength
             COMPUTE WS-DW-Days-Between = WS-DW-Days-Between
                + WS-DW-Month-Days - WS-DW-DD + 1
             MOVE 1 TO WS-DW-DD
             IF WS-DW-MM = 12
               MOVE 1 TO WS-DW-MM
               ADD 1 TO WS-DW-YYYY
             ELSE
               ADD 1 TO WS-DW-MM
             END-IF
           END-PERFORM
           COMPUTE WS-DW-Days-Between = WS-DW-Days-Between
              + WS-DW-To-DD - WS-DW-DD.

       SetMonthLength.
           MOVE WS-Month-Length(WS-DW-MM) TO WS-DW-Month-Days.
           IF WS-DW-MM = 2
             DIVIDE WS-DW-YYYY BY 4 GIVING WS-DW-Quotient
                REMAINDER WS-DW-Rem-4
             DIVIDE WS-DW-YYYY BY 100 GIVING WS-DW-Quotient
                REMAINDER WS-DW-Rem-100
             DIVIDE WS-DW-YYYY BY 400 GIVING WS-DW-Quotient
                REMAINDER WS-DW-Rem-400
             IF WS-DW-Rem-4 = ZERO
                AND (WS-DW-Rem-100 NOT = ZERO
                     OR WS-DW-Rem-400 = ZERO)
               MOVE 29 TO WS-DW-Month-Days
             END-IF
           END-IF.
