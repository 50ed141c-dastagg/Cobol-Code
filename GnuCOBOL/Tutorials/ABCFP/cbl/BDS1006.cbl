      *                          writes instead of the system
      *                          clock; the program refuses to
      *                          run without it.
      * 2026-10-15 dastagg       Accepted-order detail now carries
      *                          the order number, so BDS1014 can
      *                          tie each invoice line back to the
      *                          order it billed (customer returns
      *                          are authorized by order number).
      * 2026-10-15 dastagg       Customers on the collections-hold
      *                          list the dunning pass (BDS1031)
      *                          writes have every order held with
      *                          a PAST DUE reason ahead of the
      *                          credit-limit check. A past-due
      *                          hold re-presents itself once the
      *                          customer is off the list - paid up
      *                          or released by collections - and a
      *                          supervisor release cannot move it
      *                          while they are still on it. The
      *                          hold record carries the kind of
      *                          hold.
      * 2026-10-15 dastagg       Orders taken in from the web store
      *                          (BDS1036) carry the web order and
      *                          line number; each one numbered is
      *                          written to the web order cross-
      *                          reference so BDS1018 can answer by
      *                          web order number.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CreditReleaseFile-Status.

           SELECT CollHoldFile
           ASSIGN TO "../data/c10-5collhold.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CollHoldFile-Status.

           SELECT OrderRegisterFile
           ASSIGN TO "../data/c10-5ordreg.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OrderRejectFile-Status.

           SELECT WebXrefFile
           ASSIGN TO "../data/c10-5webxref.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WebXrefFile-Status.

           SELECT RunControlFile
           ASSIGN TO "../data/c10-5runctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           02 GadgetID-OF           PIC 9(6).
           02 QtyOrdered-OF         PIC 9(4).
           02 WhseLoc-OF            PIC 9.
      *    Web store reference, on orders BDS1036 took in from the
      *    web store. Keyed orders are shorter and read as spaces.
           02 WebOrder-Nbr-OF       PIC X(12).
           02 WebLine-Nbr-OF        PIC X(3).

       FD MasterStockFile
           LABEL RECORDS ARE STANDARD
           02 AO-GadgetID           PIC 9(6).
           02 AO-Qty                PIC 9(4).
           02 AO-WhseLoc            PIC 9.
           02 AO-Order-Nbr          PIC X(6).

       FD CreditHoldFile
           LABEL RECORDS ARE STANDARD
      *    X rather than 9 - holds taken before orders had numbers
      *    carry blanks here, and status posting skips them.
           02 CH-Order-Nbr          PIC X(6).
           02 CH-Sep8               PIC X.
      *    Blank on holds taken before past-due holds existed -
      *    those were all credit-limit holds.
           02 CH-Hold-Type          PIC X.
              88 CH-Credit-Limit-Hold VALUE "C" SPACE.
              88 CH-Past-Due-Hold   VALUE "P".

       FD NewCreditHoldFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NewCreditHoldRec          PIC X(50).

       FD CreditReleaseFile
           LABEL RECORDS ARE STANDARD
       01  CreditReleaseRec.
           02 REL-Hold-Seq          PIC 9(6).

      *    Customers collections has on hold for past-due items -
      *    rewritten by every dunning pass.
       FD CollHoldFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CollHoldRec.
           02 CO-Cust-ID            PIC 9(4).
           02 CO-Sep1               PIC X.
           02 CO-Hold-Date          PIC 9(8).
           02 CO-Sep2               PIC X.
           02 CO-Past-Due-Amount    PIC 9(7)V99.

       FD OrderRegisterFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OrderRejectRec            PIC X(80).

      *    Web order line against the order number it was given -
      *    accumulates across runs like the register.
       FD WebXrefFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WebXrefRec.
           02 WX-Web-Order-Nbr      PIC X(12).
           02 WX-Sep1               PIC X.
           02 WX-Web-Line-Nbr       PIC X(3).
           02 WX-Sep2               PIC X.
           02 WX-Order-Nbr          PIC 9(6).
           02 WX-Sep3               PIC X.
           02 WX-Cust-ID            PIC 9(4).
           02 WX-Sep4               PIC X.
           02 WX-Date               PIC 9(8).

       FD  RunControlFile.
           COPY RUNCTL REPLACING ==:tag:== BY ==RC==.

           COPY WSFST REPLACING ==:tag:== BY ==CreditHoldFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewCreditHoldFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CreditReleaseFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CollHoldFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OrderRegisterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OrderStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OrderRejectFile==.
           COPY WSFST REPLACING ==:tag:== BY ==WebXrefFile==.

       01  WS-Order-Counters.
           02 WS-Order-Read-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-Credit-Hold-Cnt    PIC 9(6) COMP VALUE ZERO.
           02 WS-Hold-Released-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Hold-Carried-Cnt   PIC 9(6) COMP VALUE ZERO.
           02 WS-Past-Due-Hold-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Web-Order-Cnt      PIC 9(6) COMP VALUE ZERO.

       01  WS-Run-Date              PIC 9(8).
       01  WS-Hold-Seq-Cnt          PIC 9(6) COMP VALUE ZERO.
           88 Credit-OK             VALUE "Y".
           88 Credit-Exceeded       VALUE "N".

       01  WS-Hold-Type             PIC X VALUE "C".
           88 Hold-For-Credit-Limit VALUE "C".
           88 Hold-For-Past-Due     VALUE "P".
       01  WS-Release-Reason        PIC X(46) VALUE SPACE.

      *    The collections-hold list, read once at start of run.
       01  WS-Collections-Holds.
           02 WS-CO-Max             PIC 9(04) COMP VALUE 500.
           02 WS-CO-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-CO-Table OCCURS 500 TIMES.
              03 WS-CO-Cust-ID      PIC 9(04).
           02 WS-CO-IDX             PIC 9(04) COMP VALUE ZERO.
       01  WS-CO-Found-Switch       PIC X VALUE "N".
           88 On-Collections-Hold   VALUE "Y".
           88 Not-On-Collections-Hold VALUE "N".

      *    Supervisor releases, read once at start of run - a held
      *    order whose hold sequence number appears here gets
      *    re-presented today instead of carried forward.
             VALUE "Order Error - No such warehouse location".
             88 CreditHoldMessage
             VALUE "Order Held - Customer over credit limit".
             88 PastDueHoldMessage
             VALUE "Order Held - PAST DUE, on collections hold".

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
               PERFORM AbortRun
             END-IF
           END-IF
           OPEN EXTEND WebXrefFile
           IF NOT WS-WebXrefFile-Good
             OPEN OUTPUT WebXrefFile
             IF NOT WS-WebXrefFile-Good
               DISPLAY "** ERROR **: Begin"
               DISPLAY "Open WebXrefFile Failed."
               DISPLAY "File Status: " WS-WebXrefFile-Status
               PERFORM AbortRun
             END-IF
           END-IF

      *    Held orders are re-examined before the day's new orders
      *    so a released hold moves today, not after another night
      *    the credit recheck - once accepted, the order prices at
      *    the current master downstream like any other.
           PERFORM LoadReleaseRequests
           PERFORM LoadCollectionsHolds
           PERFORM ProcessCreditHolds

           PERFORM ReadMasterFile
           DISPLAY "   Credit Holds:    " WS-Credit-Hold-Cnt
           DISPLAY "   Holds Released:  " WS-Hold-Released-Cnt
           DISPLAY "   Holds Carried:   " WS-Hold-Carried-Cnt
           DISPLAY "   Past-Due Holds:  " WS-Past-Due-Hold-Cnt
           DISPLAY "   Web Orders:      " WS-Web-Order-Cnt
           IF WS-SC-Overflow-Cnt > ZERO
             DISPLAY "   Customers past lookup-request limit: "
                WS-SC-Overflow-Cnt
           CLOSE OrderFile, MasterStockFile, CUSTFile,
                 OrderTransFile, OrderCustFile, AcceptedOrderFile,
                 NewCreditHoldFile, OrderRegisterFile,
                 OrderStatusFile, OrderRejectFile, WebXrefFile
           IF WS-Order-Reject-Cnt > ZERO
              OR WS-Credit-Hold-Cnt > ZERO
             MOVE 4 TO RETURN-CODE
           CLOSE OrderFile, MasterStockFile, CUSTFile,
                 OrderTransFile, OrderCustFile, AcceptedOrderFile,
                 CreditHoldFile, NewCreditHoldFile,
                 CreditReleaseFile, CollHoldFile,
                 OrderRegisterFile, OrderStatusFile,
                 OrderRejectFile, WebXrefFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *      The master cursor is sitting on this order's gadget -
      *      PositionMasterFile put it there before we got here.
             COMPUTE WS-Order-Value = QtyOrdered-OF * Price-MF
      *      A customer collections is chasing gets nothing new
      *      until they pay or are released, whatever their limit.
             PERFORM FindCollectionsHold
             IF On-Collections-Hold
               SET Hold-For-Past-Due TO TRUE
               PERFORM HoldOrder
             ELSE
               PERFORM CheckCredit
               IF Credit-OK
                 PERFORM AcceptOrder
               ELSE
                 SET Hold-For-Credit-Limit TO TRUE
                 PERFORM HoldOrder
               END-IF
             END-IF
           ELSE
             SET NoSuchCustomerError TO TRUE
           MOVE Price-MF TO CH-Price.
           MOVE WS-Run-Date TO CH-Hold-Date.
           MOVE WS-Current-Order-Nbr TO CH-Order-Nbr.
           MOVE WS-Hold-Type TO CH-Hold-Type.
           PERFORM WriteNewHoldRec.
           IF Hold-For-Past-Due
             ADD 1 TO WS-Past-Due-Hold-Cnt
             SET PastDueHoldMessage TO TRUE
           ELSE
             SET CreditHoldMessage TO TRUE
           END-IF.
           DISPLAY "** CREDIT HOLD **: " ErrorMessage
              " (hold " CH-Hold-Seq ")".
           WRITE OrderRejectRec FROM ErrorMessage.

       WriteNewHoldRec.
           MOVE SPACE TO CH-Sep1 CH-Sep2 CH-Sep3 CH-Sep4 CH-Sep5
                         CH-Sep6 CH-Sep7 CH-Sep8.
           WRITE NewCreditHoldRec FROM CreditHoldRec.
           IF NOT WS-NewCreditHoldFile-Good
             DISPLAY "** ERROR **: WriteNewHoldRec"
           END-IF.

       ProcessOneHold.
      *    A past-due hold waits on collections, not a supervisor:
      *    it re-presents itself once the customer is off the
      *    collections-hold list. A credit-limit hold waits for a
      *    supervisor release.
           IF CH-Past-Due-Hold
             MOVE CH-Cust-ID TO Cust-ID-OF
             PERFORM FindCollectionsHold
             IF On-Collections-Hold
               PERFORM FindReleaseRequest
               IF Hold-Is-Released
                 DISPLAY "** CREDIT HOLD **: Release " CH-Hold-Seq
                    " customer on collections hold - order stays held"
               END-IF
               PERFORM CarryHoldForward
             ELSE
               MOVE "Past-due hold cleared by collections"
                  TO WS-Release-Reason
               PERFORM RepresentHeldOrder
             END-IF
           ELSE
             PERFORM FindReleaseRequest
             IF Hold-Not-Released
               PERFORM CarryHoldForward
             ELSE
               MOVE "Credit hold released by supervisor"
                  TO WS-Release-Reason
               PERFORM RepresentHeldOrder
             END-IF
           END-IF.

       RepresentHeldOrder.
      *    Re-present the held order. The stored held price is
      *    used for the credit recheck only - BDS1014 invoices the
      *    released order at the current Price-MF, the same as
      *    every other accepted order. The validation it passed
      *    when first keyed still stands; only the credit picture
      *    can have changed. An order that fails again is carried
      *    as the kind of hold it now fails for.
           MOVE CH-Cust-ID TO Cust-ID-OF PrnCustId.
           MOVE CH-GadgetID TO GadgetID-OF PrnGadgetId.
           MOVE CH-Qty TO QtyOrdered-OF.
           MOVE CH-WhseLoc TO WhseLoc-OF.
           MOVE CH-Order-Nbr TO WS-Current-Order-Nbr.
           COMPUTE WS-Order-Value = CH-Qty * CH-Price.
           PERFORM LookupCustomer.
           IF WS-CUSTFile-Good
             PERFORM FindCollectionsHold
             IF On-Collections-Hold
               DISPLAY "** CREDIT HOLD **: Release " CH-Hold-Seq
                  " customer on collections hold - order stays held"
               SET CH-Past-Due-Hold TO TRUE
               PERFORM CarryHoldForward
             ELSE
               PERFORM CheckCredit
               IF Credit-OK
                 ADD 1 TO WS-Hold-Released-Cnt
                 MOVE WS-Release-Reason TO WS-Status-Reason
                 PERFORM AcceptOrder
               ELSE
                 DISPLAY "** CREDIT HOLD **: Release " CH-Hold-Seq
                    " still over limit - order stays held"
                 MOVE "C" TO CH-Hold-Type
                 PERFORM CarryHoldForward
               END-IF
             END-IF
           ELSE
             DISPLAY "** CREDIT HOLD **: Release " CH-Hold-Seq
                " customer gone from master - order stays held"
             PERFORM CarryHoldForward
           END-IF.

       FindReleaseRequest.
             END-IF
           END-PERFORM.

       LoadCollectionsHolds.
      *    Missing list (status "35") means no dunning pass has put
      *    anyone on collections hold yet.
           OPEN INPUT CollHoldFile
           IF WS-CollHoldFile-Good
             PERFORM ReadCollHoldFile
             PERFORM UNTIL WS-CollHoldFile-EOF
               IF WS-CO-Cnt >= WS-CO-Max
                 DISPLAY "** ERROR **: LoadCollectionsHolds"
                 DISPLAY "More collections holds than the table "
                    "holds."
                 PERFORM AbortRun
               END-IF
               ADD 1 TO WS-CO-Cnt
               MOVE CO-Cust-ID TO WS-CO-Cust-ID(WS-CO-Cnt)
               PERFORM ReadCollHoldFile
             END-PERFORM
             CLOSE CollHoldFile
             IF NOT WS-CollHoldFile-Good
               DISPLAY "** ERROR **: LoadCollectionsHolds"
               DISPLAY "Close CollHoldFile Failed."
               DISPLAY "File Status: " WS-CollHoldFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-CollHoldFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadCollectionsHolds"
               DISPLAY "Open CollHoldFile Failed."
               DISPLAY "File Status: " WS-CollHoldFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       FindCollectionsHold.
           SET Not-On-Collections-Hold TO TRUE.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-Cnt
             IF WS-CO-Cust-ID(WS-CO-IDX) = Cust-ID-OF
               SET On-Collections-Hold TO TRUE
             END-IF
           END-PERFORM.

       CarryHoldForward.
           ADD 1 TO WS-Hold-Carried-Cnt.
           PERFORM WriteNewHoldRec.
             PERFORM AbortRun
           END-IF.

       ReadCollHoldFile.
           READ CollHoldFile
                AT END SET WS-CollHoldFile-EOF TO TRUE
           END-READ.
           IF NOT WS-CollHoldFile-Good
              AND NOT WS-CollHoldFile-EOF
             DISPLAY "** ERROR **: ReadCollHoldFile"
             DISPLAY "Read CollHoldFile Failed."
             DISPLAY "File Status: " WS-CollHoldFile-Status
             PERFORM AbortRun
           END-IF.

       PositionMasterFile.
      *    OrderFile and MasterStockFile are both ascending on
      *    GadgetID, so the master read cursor only ever moves
           MOVE GadgetID-OF TO AO-GadgetID.
           MOVE QtyOrdered-OF TO AO-Qty.
           MOVE WhseLoc-OF TO AO-WhseLoc.
           MOVE WS-Current-Order-Nbr TO AO-Order-Nbr.
           WRITE AcceptedOrderRec.
           IF NOT WS-AcceptedOrderFile-Good
             DISPLAY "** ERROR **: AcceptOrder"
             DISPLAY "File Status: " WS-OrderRegisterFile-Status
             PERFORM AbortRun
           END-IF.
           IF WebOrder-Nbr-OF NOT = SPACES
             PERFORM WriteWebXref
           END-IF.

       WriteWebXref.
           ADD 1 TO WS-Web-Order-Cnt.
           MOVE SPACE TO WX-Sep1 WX-Sep2 WX-Sep3 WX-Sep4.
           MOVE WebOrder-Nbr-OF TO WX-Web-Order-Nbr.
           MOVE WebLine-Nbr-OF TO WX-Web-Line-Nbr.
           MOVE WS-Order-Seq-Cnt TO WX-Order-Nbr.
           MOVE Cust-ID-OF TO WX-Cust-ID.
           MOVE WS-Run-Date TO WX-Date.
           WRITE WebXrefRec.
           IF NOT WS-WebXrefFile-Good
             DISPLAY "** ERROR **: WriteWebXref"
             DISPLAY "Write WebXrefFile Failed."
             DISPLAY "File Status: " WS-WebXrefFile-Status
             PERFORM AbortRun
           END-IF.

       WriteOrderStatus.
      *    Holds taken before orders had numbers carry blanks -
