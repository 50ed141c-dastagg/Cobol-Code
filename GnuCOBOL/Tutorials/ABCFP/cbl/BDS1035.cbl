      ***********************************************************
      * Program name:    BDS1035
      * Original author: dastagg
      *
      * Description: Monthly supplier scorecard. The purchasing
      * job hands this program a parm record with the month
      * wanted (YYYYMM). Every receipt on the receipt history
      * dated in that month is matched to its PO line on the PO
      * line status file (BDS1034) and scored against the date
      * the supplier promised the line:
      *   - on time (received on or before the promised date)
      *   - late, and by how many days - the report shows the
      *     average over the late receipts
      *   - over-shipped: the receipt took the line past the
      *     quantity ordered (BDS1020 warns of these as they are
      *     received)
      *   - short-shipped: the line was still not complete after
      *     the receipt
      * Fill rate is for the lines promised in the month that
      * were not cancelled: the quantity received by the
      * promised date (no more than was ordered) as a percentage
      * of the quantity ordered.
      * One row per supplier with anything received or promised
      * in the month, in supplier master order, and a total row.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      * 2026-10-15 dastagg       Report heading month taken from
      *                          working storage - the parm record
      *                          area is gone once the file closes.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS1035.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ScorecardParmFile
           ASSIGN TO "../data/c10-5scrparm.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ScorecardParmFile-Status.

           SELECT POStatusFile
           ASSIGN TO "../data/c10-5postat.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POStatusFile-Status.

           SELECT RcptHistoryFile
           ASSIGN TO "../data/c10-5rcpthist.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RcptHistoryFile-Status.

           SELECT SupplierMasterFile
           ASSIGN TO "../data/c10-5supmast.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SupplierMasterFile-Status.

           SELECT ScorecardReportFile
           ASSIGN TO "../data/c10-5scorecd.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ScorecardReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ScorecardParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ScorecardParmRec.
           02 SP-Month.
              03 SP-Month-YYYY      PIC 9(4).
              03 SP-Month-MM        PIC 99.
           02 SP-Month-X REDEFINES SP-Month
                                    PIC X(6).

       FD  POStatusFile.
           COPY POSTAT REPLACING ==:tag:== BY ==PS==.

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

       FD SupplierMasterFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SupplierMasterRec.
           02 SM-SuppID             PIC 9(4).
           02 SM-SuppName           PIC X(30).
           02 SM-SuppStreet         PIC X(25).
           02 SM-SuppCity           PIC X(15).
           02 SM-SuppState          PIC X(02).
           02 SM-SuppZip            PIC X(10).
           02 SM-Terms-Days         PIC 9(3).

       FD ScorecardReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ScorecardReportRec       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ScorecardParmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==POStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RcptHistoryFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SupplierMasterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ScorecardReportFile==.

       01  WS-Month                 PIC 9(6).
       01  WS-Month-R REDEFINES WS-Month.
           02 WS-Month-YYYY         PIC 9(4).
           02 WS-Month-MM           PIC 99.

      *    A date split so its month can be tested against the
      *    month being scored.
       01  WS-Test-Date             PIC 9(8).
       01  WS-Test-Date-R REDEFINES WS-Test-Date.
           02 WS-TD-Month           PIC 9(6).
           02 WS-TD-DD              PIC 99.

       01  WS-Scorecard-Counters.
           02 WS-Rcpt-Read-Cnt      PIC 9(6) COMP VALUE ZERO.
           02 WS-Rcpt-Month-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-Stray-Rcpt-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-Print-Cnt          PIC 9(6) COMP VALUE ZERO.

      *    One entry per PO line on the status file, with what had
      *    arrived so far as the receipt history is read through.
       01  WS-PO-Lines.
           02 WS-LN-Max             PIC 9(06) COMP VALUE 2000.
           02 WS-LN-Cnt             PIC 9(06) COMP VALUE ZERO.
           02 WS-LN-Table OCCURS 2000 TIMES.
              03 WS-LN-PO-Nbr       PIC 9(6).
              03 WS-LN-SuppID       PIC 9(4).
              03 WS-LN-GadgetID     PIC 9(6).
              03 WS-LN-Ordered      PIC 9(4).
              03 WS-LN-Promised     PIC 9(8).
              03 WS-LN-State        PIC X.
                 88 LN-Cancelled    VALUE "X".
              03 WS-LN-Cum-Rcvd     PIC 9(5).
              03 WS-LN-Rcvd-By-Promise
                                    PIC 9(5).
           02 WS-LN-IDX             PIC 9(06) COMP VALUE ZERO.
       01  WS-LN-Found-IDX          PIC 9(06) COMP VALUE ZERO.

      *    The scorecard, one entry per supplier in master order.
      *    A supplier on the status file but gone from the master
      *    is added at the end.
       01  WS-Suppliers.
           02 WS-SC-Max             PIC 9(04) COMP VALUE 200.
           02 WS-SC-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-SC-Table OCCURS 200 TIMES.
              03 WS-SC-SuppID       PIC 9(4).
              03 WS-SC-SuppName     PIC X(30).
              03 WS-SC-On-Time      PIC 9(5) COMP.
              03 WS-SC-Late         PIC 9(5) COMP.
              03 WS-SC-Late-Days    PIC 9(7) COMP.
              03 WS-SC-Over         PIC 9(5) COMP.
              03 WS-SC-Short        PIC 9(5) COMP.
              03 WS-SC-Fill-Ordered PIC 9(7) COMP.
              03 WS-SC-Fill-Rcvd    PIC 9(7) COMP.
              03 WS-SC-Active-Flag  PIC X.
                 88 SC-Active       VALUE "Y".
                 88 SC-Not-Active   VALUE "N".
           02 WS-SC-IDX             PIC 9(04) COMP VALUE ZERO.
       01  WS-SC-Found-IDX          PIC 9(04) COMP VALUE ZERO.
       01  WS-Find-SuppID           PIC 9(4).

       01  WS-Scorecard-Totals.
           02 WS-TOT-On-Time        PIC 9(7) COMP VALUE ZERO.
           02 WS-TOT-Late           PIC 9(7) COMP VALUE ZERO.
           02 WS-TOT-Late-Days      PIC 9(9) COMP VALUE ZERO.
           02 WS-TOT-Over           PIC 9(7) COMP VALUE ZERO.
           02 WS-TOT-Short          PIC 9(7) COMP VALUE ZERO.
           02 WS-TOT-Fill-Ordered   PIC 9(9) COMP VALUE ZERO.
           02 WS-TOT-Fill-Rcvd      PIC 9(9) COMP VALUE ZERO.

       01  WS-Fill-Qty              PIC 9(5).
       01  WS-Pct                   PIC 9(5)V9.

      *    Calendar arithmetic - the same month-at-a-time walk
      *    BDS1034 uses for days late.
       01  WS-Date-Work.
           02 WS-DW-Date.
              03 WS-DW-YYYY         PIC 9(4).
              03 WS-DW-MM           PIC 99.
              03 WS-DW-DD           PIC 99.
           02 WS-DW-Date-N REDEFINES WS-DW-Date
                                    PIC 9(8).
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
           02 FILLER                PIC X(32) VALUE
              "SUPPLIER SCORECARD   MONTH OF   ".
           02 WS-RH-Month-YYYY      PIC 9(4).
           02 FILLER                PIC X(01) VALUE "-".
           02 WS-RH-Month-MM        PIC 99.
           02 FILLER                PIC X(41) VALUE SPACE.

       01  WS-Report-Legend-1.
           02 FILLER                PIC X(80) VALUE
              "Receipts dated in the month against the promised date. OV
      -       "ER / SHORT:".
       01  WS-Report-Legend-2.
           02 FILLER                PIC X(80) VALUE
              "receipts leaving the line over / still short of the quant
      -       "ity ordered.".
       01  WS-Report-Legend-3.
           02 FILLER                PIC X(80) VALUE
              "FILL% is for lines promised in the month: received by the
      -       " promised date.".

       01  WS-Col-Heading.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 FILLER                PIC X(04) VALUE "SUPP".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(24) VALUE "NAME".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(06) VALUE "ONTIME".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(06) VALUE "  LATE".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(06) VALUE "AVG DL".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(05) VALUE " OVER".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(05) VALUE "SHORT".
           02 FILLER                PIC X(02) VALUE SPACE.
           02 FILLER                PIC X(06) VALUE " FILL%".
           02 FILLER                PIC X(03) VALUE SPACE.

       01  WS-Detail-Line.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-DL-SuppID          PIC X(4).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-DL-SuppName        PIC X(24).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-DL-On-Time         PIC ZZZZZ9.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-DL-Late            PIC ZZZZZ9.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-DL-Avg-Late        PIC ZZZ9.9.
           02 WS-DL-Avg-Late-X REDEFINES WS-DL-Avg-Late
                                    PIC X(6).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-DL-Over            PIC ZZZZ9.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-DL-Short           PIC ZZZZ9.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-DL-Fill-Pct        PIC ZZZ9.9.
           02 WS-DL-Fill-Pct-X REDEFINES WS-DL-Fill-Pct
                                    PIC X(6).
           02 FILLER                PIC X(03) VALUE SPACE.

       01  WS-No-Activity-Line.
           02 FILLER                PIC X(80) VALUE
              " No receipts dated or lines promised in the month.".

       01  WS-Blank-Line            PIC X(80) VALUE SPACE.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program BDS1035 - Supplier Scorecard".

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadScorecardParm
           PERFORM LoadSuppliers
           PERFORM LoadPOLines
           PERFORM ScoreReceipts
           PERFORM ScoreFillRate
           PERFORM PrintScorecard

           DISPLAY EOJ-End-Message
           DISPLAY "   Month:              " WS-Month
           DISPLAY "   Receipts Read:      " WS-Rcpt-Read-Cnt
           DISPLAY "   Receipts in Month:  " WS-Rcpt-Month-Cnt
           DISPLAY "   Suppliers Scored:   " WS-Print-Cnt
           IF WS-Stray-Rcpt-Cnt > ZERO
             DISPLAY "   Receipts w/o Line:  " WS-Stray-Rcpt-Cnt
           END-IF
           STOP RUN.

       ReadScorecardParm.
      *    The month comes from the job's parm record.
           OPEN INPUT ScorecardParmFile
           IF NOT WS-ScorecardParmFile-Good
             DISPLAY "** ERROR **: ReadScorecardParm"
             DISPLAY "Open ScorecardParmFile Failed."
             DISPLAY "File Status: " WS-ScorecardParmFile-Status
             PERFORM AbortRun
           END-IF
           READ ScorecardParmFile
                AT END SET WS-ScorecardParmFile-EOF TO TRUE
           END-READ
           IF NOT WS-ScorecardParmFile-Good
              OR SP-Month-X NOT NUMERIC
             DISPLAY "** ERROR **: ReadScorecardParm"
             DISPLAY "Scorecard parm record missing or not numeric."
             PERFORM AbortRun
           END-IF
           IF SP-Month-MM < 1 OR SP-Month-MM > 12
             DISPLAY "** ERROR **: ReadScorecardParm"
             DISPLAY "Scorecard parm month is not 01 to 12."
             PERFORM AbortRun
           END-IF
           MOVE SP-Month TO WS-Month
           CLOSE ScorecardParmFile.

       AbortRun.
           CLOSE ScorecardParmFile, POStatusFile, RcptHistoryFile,
                 SupplierMasterFile, ScorecardReportFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       LoadSuppliers.
           OPEN INPUT SupplierMasterFile
           IF NOT WS-SupplierMasterFile-Good
             DISPLAY "** ERROR **: LoadSuppliers"
             DISPLAY "Open SupplierMasterFile Failed."
             DISPLAY "File Status: " WS-SupplierMasterFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadSupplierMasterFile
           PERFORM UNTIL WS-SupplierMasterFile-EOF
             MOVE SM-SuppID TO WS-Find-SuppID
             PERFORM AddSupplier
             MOVE SM-SuppName TO WS-SC-SuppName(WS-SC-Cnt)
             PERFORM ReadSupplierMasterFile
           END-PERFORM
           CLOSE SupplierMasterFile.

       ReadSupplierMasterFile.
           READ SupplierMasterFile
                AT END SET WS-SupplierMasterFile-EOF TO TRUE
           END-READ.
           IF NOT WS-SupplierMasterFile-Good
              AND NOT WS-SupplierMasterFile-EOF
             DISPLAY "** ERROR **: ReadSupplierMasterFile"
             DISPLAY "Read SupplierMasterFile Failed."
             DISPLAY "File Status: " WS-SupplierMasterFile-Status
             PERFORM AbortRun
           END-IF.

       AddSupplier.
      *    A new scorecard entry for WS-Find-SuppID, at WS-SC-Cnt.
           IF WS-SC-Cnt >= WS-SC-Max
             DISPLAY "** ERROR **: AddSupplier"
             DISPLAY "More suppliers than the table holds."
             PERFORM AbortRun
           END-IF
           ADD 1 TO WS-SC-Cnt
           MOVE WS-Find-SuppID TO WS-SC-SuppID(WS-SC-Cnt)
           MOVE "** NOT ON SUPP MASTER **"
             TO WS-SC-SuppName(WS-SC-Cnt)
           MOVE ZERO TO WS-SC-On-Time(WS-SC-Cnt)
           MOVE ZERO TO WS-SC-Late(WS-SC-Cnt)
           MOVE ZERO TO WS-SC-Late-Days(WS-SC-Cnt)
           MOVE ZERO TO WS-SC-Over(WS-SC-Cnt)
           MOVE ZERO TO WS-SC-Short(WS-SC-Cnt)
           MOVE ZERO TO WS-SC-Fill-Ordered(WS-SC-Cnt)
           MOVE ZERO TO WS-SC-Fill-Rcvd(WS-SC-Cnt)
           SET SC-Not-Active(WS-SC-Cnt) TO TRUE.

       FindSupplier.
      *    Looks up WS-Find-SuppID, adding it if it is not there,
      *    and leaves the entry at WS-SC-Found-IDX marked active.
           MOVE ZERO TO WS-SC-Found-IDX
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-Cnt
                      OR WS-SC-Found-IDX > ZERO
             IF WS-SC-SuppID(WS-SC-IDX) = WS-Find-SuppID
               MOVE WS-SC-IDX TO WS-SC-Found-IDX
             END-IF
           END-PERFORM
           IF WS-SC-Found-IDX = ZERO
             PERFORM AddSupplier
             MOVE WS-SC-Cnt TO WS-SC-Found-IDX
           END-IF
           SET SC-Active(WS-SC-Found-IDX) TO TRUE.

       LoadPOLines.
      *    The status file is what the receipts are scored against -
      *    without it there is no scorecard.
           OPEN INPUT POStatusFile
           IF NOT WS-POStatusFile-Good
             DISPLAY "** ERROR **: LoadPOLines"
             DISPLAY "Open POStatusFile Failed - run the PO status "
                "update first."
             DISPLAY "File Status: " WS-POStatusFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadPOStatusFile
           PERFORM UNTIL WS-POStatusFile-EOF
             IF WS-LN-Cnt >= WS-LN-Max
               DISPLAY "** ERROR **: LoadPOLines"
               DISPLAY "More status lines than the table holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-LN-Cnt
             MOVE PS-PO-Nbr TO WS-LN-PO-Nbr(WS-LN-Cnt)
             MOVE PS-SuppID TO WS-LN-SuppID(WS-LN-Cnt)
             MOVE PS-GadgetID TO WS-LN-GadgetID(WS-LN-Cnt)
             MOVE PS-Ordered-Qty TO WS-LN-Ordered(WS-LN-Cnt)
             MOVE PS-Promised-Date TO WS-LN-Promised(WS-LN-Cnt)
             MOVE PS-State TO WS-LN-State(WS-LN-Cnt)
             MOVE ZERO TO WS-LN-Cum-Rcvd(WS-LN-Cnt)
             MOVE ZERO TO WS-LN-Rcvd-By-Promise(WS-LN-Cnt)
             PERFORM ReadPOStatusFile
           END-PERFORM
           CLOSE POStatusFile.

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

       ScoreReceipts.
      *    The receipt history is in the order the receipts were
      *    taken, so the running total on each line is what had
      *    arrived as of each receipt. Receipts from before the
      *    month still count toward the running totals. No
      *    history yet means nothing has been received.
           OPEN INPUT RcptHistoryFile
           IF WS-RcptHistoryFile-Good
             PERFORM ReadRcptHistoryFile
             PERFORM UNTIL WS-RcptHistoryFile-EOF
               ADD 1 TO WS-Rcpt-Read-Cnt
               PERFORM FindLine
               IF WS-LN-Found-IDX > ZERO
                 PERFORM ScoreOneReceipt
               ELSE
                 ADD 1 TO WS-Stray-Rcpt-Cnt
               END-IF
               PERFORM ReadRcptHistoryFile
             END-PERFORM
             CLOSE RcptHistoryFile
           ELSE
             IF WS-RcptHistoryFile-Status NOT = "35"
               DISPLAY "** ERROR **: ScoreReceipts"
               DISPLAY "Open RcptHistoryFile Failed."
               DISPLAY "File Status: " WS-RcptHistoryFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       ScoreOneReceipt.
           MOVE WS-LN-Found-IDX TO WS-LN-IDX
           ADD RH-Qty TO WS-LN-Cum-Rcvd(WS-LN-IDX)
           IF RH-Rcpt-Date <= WS-LN-Promised(WS-LN-IDX)
             ADD RH-Qty TO WS-LN-Rcvd-By-Promise(WS-LN-IDX)
           END-IF
           MOVE RH-Rcpt-Date TO WS-Test-Date
           IF WS-TD-Month = WS-Month
             ADD 1 TO WS-Rcpt-Month-Cnt
             MOVE WS-LN-SuppID(WS-LN-IDX) TO WS-Find-SuppID
             PERFORM FindSupplier
             IF RH-Rcpt-Date <= WS-LN-Promised(WS-LN-IDX)
               ADD 1 TO WS-SC-On-Time(WS-SC-Found-IDX)
             ELSE
               ADD 1 TO WS-SC-Late(WS-SC-Found-IDX)
               MOVE WS-LN-Promised(WS-LN-IDX) TO WS-DW-Date-N
               MOVE RH-Rcpt-Date TO WS-DW-To-Date
               PERFORM CountDaysBetween
               ADD WS-DW-Days-Between
                 TO WS-SC-Late-Days(WS-SC-Found-IDX)
             END-IF
             EVALUATE TRUE
               WHEN WS-LN-Cum-Rcvd(WS-LN-IDX)
                    > WS-LN-Ordered(WS-LN-IDX)
                 ADD 1 TO WS-SC-Over(WS-SC-Found-IDX)
               WHEN WS-LN-Cum-Rcvd(WS-LN-IDX)
                    < WS-LN-Ordered(WS-LN-IDX)
                 ADD 1 TO WS-SC-Short(WS-SC-Found-IDX)
             END-EVALUATE
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
           MOVE ZERO TO WS-LN-Found-IDX
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-Cnt
                      OR WS-LN-Found-IDX > ZERO
             IF WS-LN-PO-Nbr(WS-LN-IDX) = RH-PO-Nbr
                AND WS-LN-GadgetID(WS-LN-IDX) = RH-GadgetID
               MOVE WS-LN-IDX TO WS-LN-Found-IDX
             END-IF
           END-PERFORM.

       ScoreFillRate.
      *    Lines promised in the month and not cancelled. Anything
      *    over the quantity ordered does not make up for another
      *    line's shortfall.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-Cnt
             MOVE WS-LN-Promised(WS-LN-IDX) TO WS-Test-Date
             IF WS-TD-Month = WS-Month
                AND NOT LN-Cancelled(WS-LN-IDX)
               MOVE WS-LN-SuppID(WS-LN-IDX) TO WS-Find-SuppID
               PERFORM FindSupplier
               IF WS-LN-Rcvd-By-Promise(WS-LN-IDX)
                  > WS-LN-Ordered(WS-LN-IDX)
                 MOVE WS-LN-Ordered(WS-LN-IDX) TO WS-Fill-Qty
               ELSE
                 MOVE WS-LN-Rcvd-By-Promise(WS-LN-IDX)
                   TO WS-Fill-Qty
               END-IF
               ADD WS-LN-Ordered(WS-LN-IDX)
                 TO WS-SC-Fill-Ordered(WS-SC-Found-IDX)
               ADD WS-Fill-Qty TO WS-SC-Fill-Rcvd(WS-SC-Found-IDX)
             END-IF
           END-PERFORM.

       PrintScorecard.
           OPEN OUTPUT ScorecardReportFile
           IF NOT WS-ScorecardReportFile-Good
             DISPLAY "** ERROR **: PrintScorecard"
             DISPLAY "Open ScorecardReportFile Failed."
             DISPLAY "File Status: " WS-ScorecardReportFile-Status
             PERFORM AbortRun
           END-IF
           MOVE WS-Month-YYYY TO WS-RH-Month-YYYY
           MOVE WS-Month-MM TO WS-RH-Month-MM
           MOVE WS-Report-Heading TO ScorecardReportRec
           PERFORM WriteReportLine
           MOVE WS-Blank-Line TO ScorecardReportRec
           PERFORM WriteReportLine
           MOVE WS-Report-Legend-1 TO ScorecardReportRec
           PERFORM WriteReportLine
           MOVE WS-Report-Legend-2 TO ScorecardReportRec
           PERFORM WriteReportLine
           MOVE WS-Report-Legend-3 TO ScorecardReportRec
           PERFORM WriteReportLine
           MOVE WS-Blank-Line TO ScorecardReportRec
           PERFORM WriteReportLine
           MOVE WS-Col-Heading TO ScorecardReportRec
           PERFORM WriteReportLine
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-Cnt
             IF SC-Active(WS-SC-IDX)
               PERFORM PrintSupplier
             END-IF
           END-PERFORM
           IF WS-Print-Cnt = ZERO
             MOVE WS-No-Activity-Line TO ScorecardReportRec
             PERFORM WriteReportLine
           ELSE
             PERFORM PrintTotals
           END-IF
           CLOSE ScorecardReportFile.

       PrintSupplier.
           ADD 1 TO WS-Print-Cnt
           MOVE WS-SC-SuppID(WS-SC-IDX) TO WS-DL-SuppID
           MOVE WS-SC-SuppName(WS-SC-IDX) TO WS-DL-SuppName
           MOVE WS-SC-On-Time(WS-SC-IDX) TO WS-DL-On-Time
           MOVE WS-SC-Late(WS-SC-IDX) TO WS-DL-Late
           MOVE WS-SC-Over(WS-SC-IDX) TO WS-DL-Over
           MOVE WS-SC-Short(WS-SC-IDX) TO WS-DL-Short
           IF WS-SC-Late(WS-SC-IDX) > ZERO
             COMPUTE WS-Pct ROUNDED = WS-SC-Late-Days(WS-SC-IDX)
                / WS-SC-Late(WS-SC-IDX)
             MOVE WS-Pct TO WS-DL-Avg-Late
           ELSE
             MOVE "     -" TO WS-DL-Avg-Late-X
           END-IF
           IF WS-SC-Fill-Ordered(WS-SC-IDX) > ZERO
             COMPUTE WS-Pct ROUNDED =
                WS-SC-Fill-Rcvd(WS-SC-IDX) * 100
                / WS-SC-Fill-Ordered(WS-SC-IDX)
             MOVE WS-Pct TO WS-DL-Fill-Pct
           ELSE
             MOVE "     -" TO WS-DL-Fill-Pct-X
           END-IF
           MOVE WS-Detail-Line TO ScorecardReportRec
           PERFORM WriteReportLine
           ADD WS-SC-On-Time(WS-SC-IDX) TO WS-TOT-On-Time
           ADD WS-SC-Late(WS-SC-IDX) TO WS-TOT-Late
           ADD WS-SC-Late-Days(WS-SC-IDX) TO WS-TOT-Late-Days
           ADD WS-SC-Over(WS-SC-IDX) TO WS-TOT-Over
           ADD WS-SC-Short(WS-SC-IDX) TO WS-TOT-Short
           ADD WS-SC-Fill-Ordered(WS-SC-IDX) TO WS-TOT-Fill-Ordered
           ADD WS-SC-Fill-Rcvd(WS-SC-IDX) TO WS-TOT-Fill-Rcvd.

       PrintTotals.
           MOVE WS-Blank-Line TO ScorecardReportRec
           PERFORM WriteReportLine
           MOVE SPACES TO WS-DL-SuppID
           MOVE "ALL SUPPLIERS" TO WS-DL-SuppName
           MOVE WS-TOT-On-Time TO WS-DL-On-Time
           MOVE WS-TOT-Late TO WS-DL-Late
           MOVE WS-TOT-Over TO WS-DL-Over
           MOVE WS-TOT-Short TO WS-DL-Short
           IF WS-TOT-Late > ZERO
             COMPUTE WS-Pct ROUNDED = WS-TOT-Late-Days / WS-TOT-Late
             MOVE WS-Pct TO WS-DL-Avg-Late
           ELSE
             MOVE "     -" TO WS-DL-Avg-Late-X
           END-IF
           IF WS-TOT-Fill-Ordered > ZERO
             COMPUTE WS-Pct ROUNDED =
                WS-TOT-Fill-Rcvd * 100 / WS-TOT-Fill-Ordered
             MOVE WS-Pct TO WS-DL-Fill-Pct
           ELSE
             MOVE "     -" TO WS-DL-Fill-Pct-X
           END-IF
           MOVE WS-Detail-Line TO ScorecardReportRec
           PERFORM WriteReportLine.

       WriteReportLine.
           WRITE ScorecardReportRec
           IF NOT WS-ScorecardReportFile-Good
             DISPLAY "** ERROR **: WriteReportLine"
             DISPLAY "Write ScorecardReportFile Failed."
             DISPLAY "File Status: " WS-ScorecardReportFile-Status
             PERFORM AbortRun
           END-IF.

       CountDaysBetween.
      *    Calendar days from WS-DW-Date forward to WS-DW-To-Date
      *    (not before it): the rest of each month, then the days
      *    into the last one.
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
