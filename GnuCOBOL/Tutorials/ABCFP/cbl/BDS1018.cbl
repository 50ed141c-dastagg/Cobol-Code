      * and VSCBEX03 are:
      *   "O" - one order by order number
      *   "C" - every order for a Cust-ID
      *   "W" - every order taken in for a web store order number,
      *         through the web order cross-reference BDS1006
      *         writes, with the web line each one came from
      * Each hit shows the registered line (customer, gadget,
      * quantity, location, order date) and the order's current
      * status - the last status line on file wins, the same
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-09-02 dastagg       Created.
      * 2026-10-15 dastagg       Inquiry by web store order number.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OrderStatusFile-Status.

           SELECT WebXrefFile
           ASSIGN TO "../data/c10-5webxref.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WebXrefFile-Status.

           SELECT InquiryRequestFile
           ASSIGN TO "../data/ordinq.req.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           02 OS-Sep3               PIC X.
           02 OS-Reason             PIC X(46).

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

       FD  InquiryRequestFile.
       01  InquiryRequestRec.
           12 IQ-Request-Type               PIC X(01).
              88 IQ-By-Order                 VALUE "O".
              88 IQ-By-Customer              VALUE "C".
              88 IQ-By-Web-Order             VALUE "W".
           12 IQ-Order-Nbr                   PIC 9(06).
           12 IQ-Cust-ID                     PIC 9(04).
           12 IQ-Web-Order-Nbr               PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==OrderRegisterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OrderStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InquiryRequestFile==.
           COPY WSFST REPLACING ==:tag:== BY ==WebXrefFile==.

      *    The whole register, loaded once - inquiries are ad hoc
      *    and the register is modest, so a table beats rewinding
              03 WS-ST-Reason       PIC X(46).
           02 WS-ST-IDX             PIC 9(06) COMP VALUE ZERO.

      *    Web order lines against their order numbers - loaded
      *    whole and capped the same way as the register.
       01  WS-Web-Xref.
           02 WS-WX-Max             PIC 9(06) COMP VALUE 2000.
           02 WS-WX-Cnt             PIC 9(06) COMP VALUE ZERO.
           02 WS-WX-Table OCCURS 2000 TIMES.
              03 WS-WX-Web-Order-Nbr PIC X(12).
              03 WS-WX-Web-Line-Nbr PIC X(3).
              03 WS-WX-Order-Nbr    PIC 9(6).
           02 WS-WX-IDX             PIC 9(06) COMP VALUE ZERO.

       01  WS-Current-Status        PIC X(12) VALUE SPACE.

       01  WS-NotFound-Listing.
           12 WS-NotFound-Cnt               PIC 9(04) COMP VALUE ZERO.
           12 WS-NotFound-Overflow-Cnt      PIC 9(04) COMP VALUE ZERO.
           12 WS-NotFound-Table OCCURS 500 TIMES.
              15 WS-NotFound-Key            PIC X(12).
           12 WS-NotFound-IDX               PIC 9(04) COMP VALUE ZERO.

       01  WS-Request-Hit-Cnt               PIC 9(04) COMP VALUE ZERO.
       01  WS-Cust-Hit-Cnt                  PIC 9(04) COMP VALUE ZERO.
       01  WS-Web-Hit-Cnt                   PIC 9(04) COMP VALUE ZERO.
       01  WS-RequestType-Error-Cnt         PIC 9(04) COMP VALUE ZERO.

       01  WS-Order-Line.
       1000-Begin-Job.
           PERFORM 1100-Load-Register.
           PERFORM 1200-Load-Statuses.
           PERFORM 1300-Load-Web-Xref.
           OPEN INPUT InquiryRequestFile.
           IF NOT WS-InquiryRequestFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              END-IF
           END-IF.

       1300-Load-Web-Xref.
      *    A missing cross-reference only means no web order has
      *    been taken in yet.
           OPEN INPUT WebXrefFile.
           IF WS-WebXrefFile-Good
              PERFORM 5400-Read-Web-Xref
              PERFORM UNTIL WS-WebXrefFile-EOF
                 IF WS-WX-Cnt >= WS-WX-Max
                    DISPLAY "** ERROR **: 1300-Load-Web-Xref"
                    DISPLAY "More web order lines than the table "
                       "holds."
                    CLOSE WebXrefFile
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-WX-Cnt
                 MOVE WX-Web-Order-Nbr
                    TO WS-WX-Web-Order-Nbr(WS-WX-Cnt)
                 MOVE WX-Web-Line-Nbr TO WS-WX-Web-Line-Nbr(WS-WX-Cnt)
                 MOVE WX-Order-Nbr TO WS-WX-Order-Nbr(WS-WX-Cnt)
                 PERFORM 5400-Read-Web-Xref
              END-PERFORM
              CLOSE WebXrefFile
           ELSE
              IF WS-WebXrefFile-Status NOT = "35"
                 DISPLAY "** ERROR **: 1300-Load-Web-Xref"
                 DISPLAY "Open WebXrefFile Failed."
                 DISPLAY "File Status: " WS-WebXrefFile-Status
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2000-Process.
           PERFORM UNTIL WS-InquiryRequestFile-EOF
              EVALUATE TRUE
                    PERFORM 6000-Answer-By-Order
                 WHEN IQ-By-Customer
                    PERFORM 7000-Answer-By-Customer
                 WHEN IQ-By-Web-Order
                    PERFORM 8000-Answer-By-Web-Order
                 WHEN OTHER
                    PERFORM 4000-Flag-Request-Type-Error
              END-EVALUATE
              GOBACK
           END-IF.

       5400-Read-Web-Xref.
           READ WebXrefFile
              AT END SET WS-WebXrefFile-EOF TO TRUE
           END-READ.
           IF NOT WS-WebXrefFile-Good
              AND NOT WS-WebXrefFile-EOF
              DISPLAY "** ERROR **: 5400-Read-Web-Xref"
              DISPLAY "Read WebXrefFile Failed."
              DISPLAY "File Status: " WS-WebXrefFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6000-Answer-By-Order.
           MOVE ZERO TO WS-RG-IDX.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
       6100-Note-Not-Found.
           IF WS-NotFound-Cnt < WS-NotFound-Max
              ADD +1 TO WS-NotFound-Cnt
              EVALUATE TRUE
                 WHEN IQ-By-Order
                    MOVE IQ-Order-Nbr
                       TO WS-NotFound-Table(WS-NotFound-Cnt)
                 WHEN IQ-By-Web-Order
                    MOVE IQ-Web-Order-Nbr
                       TO WS-NotFound-Table(WS-NotFound-Cnt)
                 WHEN OTHER
                    MOVE IQ-Cust-ID
                       TO WS-NotFound-Table(WS-NotFound-Cnt)
              END-EVALUATE
           ELSE
              ADD +1 TO WS-NotFound-Overflow-Cnt
           END-IF.
           IF WS-Cust-Hit-Cnt = ZERO
              PERFORM 6100-Note-Not-Found
           END-IF.

       8000-Answer-By-Web-Order.
      *    Each line of the web order leads to the order number
      *    BDS1006 gave it; the web line shows above the order.
           MOVE ZERO TO WS-Web-Hit-Cnt.
           PERFORM VARYING WS-WX-IDX FROM 1 BY 1
                   UNTIL WS-WX-IDX > WS-WX-Cnt
              IF WS-WX-Web-Order-Nbr(WS-WX-IDX) = IQ-Web-Order-Nbr
                 PERFORM 8100-Show-Web-Line
              END-IF
           END-PERFORM.
           IF WS-Web-Hit-Cnt = ZERO
              PERFORM 6100-Note-Not-Found
           END-IF.

       8100-Show-Web-Line.
           ADD +1 TO WS-Web-Hit-Cnt.
           DISPLAY "WEB ORDER " WS-WX-Web-Order-Nbr(WS-WX-IDX)
              " LINE " WS-WX-Web-Line-Nbr(WS-WX-IDX).
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-Cnt
              OR WS-RG-Order-Nbr(WS-RG-IDX)
                 = WS-WX-Order-Nbr(WS-WX-IDX)
              CONTINUE
           END-PERFORM.
           IF WS-RG-IDX > WS-RG-Cnt
              DISPLAY "   ORDER " WS-WX-Order-Nbr(WS-WX-IDX)
                 " NOT ON THE REGISTER"
           ELSE
              PERFORM 4500-Display-Order
           END-IF.
