      ***********************************************************
      * Program name:    BDS1036
      * Original author: dastagg
      *
      * Description: Web-store order intake. Reads the web store's
      * comma-delimited order export (c10-5webord.csv.txt), one
      * line per ordered item:
      *   web order number, web line number, e-mail, phone,
      *   last name, first name, item code (SKU), quantity
      * A field may be wrapped in double quotes (a comma inside
      * quotes is data). Anything after the eighth field is
      * ignored, so a corrected exception line can be resubmitted
      * as it stands.
      * Each line is turned into an OrderFile record for BDS1006
      * to validate like any keyed order:
      *   - the customer is found by phone against the phones on
      *     customer.idat (digits only, the last ten compared);
      *     when the phone matches no customer, or more than one,
      *     by name through the Cust-Name alternate key - the name
      *     must match the master exactly and belong to a single
      *     customer. The e-mail is not on the customer master and
      *     only travels with an exception for customer service.
      *   - the item code is turned into a GadgetID through the
      *     SKU cross-reference (c10-5skuxref.dat.txt), and the
      *     gadget must be on the stock master.
      *   - the warehouse location is the first location (1-3)
      *     with stock for the whole quantity, counting what
      *     earlier web lines in the run already took; failing
      *     that the location with the most stock, or location 1
      *     when there is none at all - BDS1005 backorders what
      *     the location cannot fill.
      * The records (c10-5weborders.dat.txt) carry the web order
      * and line number, so BDS1006 can keep each web order
      * against the order number it assigns (c10-5webxref) for
      * BDS1018 inquiries. A web line already on that cross-
      * reference, or seen earlier in the run, is not taken again.
      * Lines that cannot be resolved are written to the intake
      * exception file (c10-5webexc.csv.txt) as received with the
      * reason added as a ninth field, to be corrected and
      * resubmitted; any exception ends the run with
      * RETURN-CODE 4.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      * 2026-10-15 dastagg       Web line number carried as X(3),
      *                          the picture BDS1006 and BDS1018
      *                          give it on the order and cross-
      *                          reference files.
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS1036.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WebOrderFile
           ASSIGN TO "../data/c10-5webord.csv.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WebOrderFile-Status.

           SELECT CUSTFile
           ASSIGN TO "../../../Indexed/idata/customer.idat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CUSTFile-Cust-ID
           ALTERNATE RECORD KEY IS CUSTFile-Cust-Name
              WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CUSTFile-Status.

           SELECT MasterStockFile
           ASSIGN TO "../data/c10-5master.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MasterStockFile-Status.

           SELECT SkuXrefFile
           ASSIGN TO "../data/c10-5skuxref.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SkuXrefFile-Status.

           SELECT WebXrefFile
           ASSIGN TO "../data/c10-5webxref.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WebXrefFile-Status.

           SELECT WebOrderOutFile
           ASSIGN TO "../data/c10-5weborders.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WebOrderOutFile-Status.

           SELECT WebExceptionFile
           ASSIGN TO "../data/c10-5webexc.csv.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WebExceptionFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD WebOrderFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WebOrderRec               PIC X(200).

       FD  CUSTFile.
           COPY CUSTOMER REPLACING ==:tag:== BY ==CUSTFile==.

       FD MasterStockFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MasterStockRec.
           02 GadgetID-MF           PIC 9(6).
           02 GadgetName-MF         PIC X(30).
           02 WhseQty-MF OCCURS 3 TIMES
                                    PIC 9(4).
           02 Price-MF              PIC 9(4)V99.
           02 Cost-MF               PIC 9(4)V99.

      *    Web store item code to GadgetID, kept by purchasing as
      *    items are listed on the store.
       FD SkuXrefFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SkuXrefRec.
           02 SX-Item-Code          PIC X(15).
           02 SX-Sep1               PIC X.
           02 SX-GadgetID           PIC 9(6).

      *    Web order lines BDS1006 has already numbered.
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

      *    BDS1006's OrderFile layout with the web reference after
      *    it.
       FD WebOrderOutFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WebOrderOutRec.
           02 Cust-ID-WO            PIC 9(4).
           02 GadgetID-WO           PIC 9(6).
           02 QtyOrdered-WO         PIC 9(4).
           02 WhseLoc-WO            PIC 9.
           02 WebOrder-Nbr-WO       PIC X(12).
           02 WebLine-Nbr-WO        PIC X(3).

       FD WebExceptionFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WebExceptionRec           PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==WebOrderFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MasterStockFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SkuXrefFile==.
           COPY WSFST REPLACING ==:tag:== BY ==WebXrefFile==.
           COPY WSFST REPLACING ==:tag:== BY ==WebOrderOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==WebExceptionFile==.

       01  WS-Web-Counters.
           02 WS-Web-Read-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-Web-Written-Cnt    PIC 9(6) COMP VALUE ZERO.
           02 WS-Web-Exception-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-By-Phone-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-By-Name-Cnt        PIC 9(6) COMP VALUE ZERO.
           02 WS-Short-Stock-Cnt    PIC 9(6) COMP VALUE ZERO.
           02 WS-Blank-Line-Cnt     PIC 9(6) COMP VALUE ZERO.

      *    The export line split into its fields.
       01  WS-Web-Fields.
           02 WS-WF-Max             PIC 9(02) COMP VALUE 8.
           02 WS-WF-Cnt             PIC 9(02) COMP VALUE ZERO.
           02 WS-WF-Field OCCURS 9 TIMES.
              03 WS-WF-Text         PIC X(40).
              03 WS-WF-Len          PIC 9(03) COMP.
              03 WS-WF-Too-Long     PIC X.
                 88 WF-Too-Long     VALUE "Y".
           02 WS-WF-IDX             PIC 9(02) COMP VALUE ZERO.
       01  WS-Split-Work.
           02 WS-Rec-Len            PIC 9(03) COMP VALUE ZERO.
           02 WS-Char-IDX           PIC 9(03) COMP VALUE ZERO.
           02 WS-Char               PIC X.
           02 WS-Quote-Switch       PIC X VALUE "N".
              88 In-Quotes          VALUE "Y".
              88 Not-In-Quotes      VALUE "N".

      *    Field numbers in the export.
       01  WS-Field-Numbers.
           02 WS-FN-Web-Order       PIC 9(02) COMP VALUE 1.
           02 WS-FN-Web-Line        PIC 9(02) COMP VALUE 2.
           02 WS-FN-Email           PIC 9(02) COMP VALUE 3.
           02 WS-FN-Phone           PIC 9(02) COMP VALUE 4.
           02 WS-FN-Last-Name       PIC 9(02) COMP VALUE 5.
           02 WS-FN-First-Name      PIC 9(02) COMP VALUE 6.
           02 WS-FN-Item-Code       PIC 9(02) COMP VALUE 7.
           02 WS-FN-Qty             PIC 9(02) COMP VALUE 8.

      *    Digits-only conversion of a field - numbers and phones.
       01  WS-Digit-Work.
           02 WS-DW-Text            PIC X(40).
           02 WS-DW-Len             PIC 9(03) COMP VALUE ZERO.
           02 WS-DW-Digits          PIC X(40).
           02 WS-DW-Digit-Cnt       PIC 9(03) COMP VALUE ZERO.
           02 WS-DW-Other-Cnt       PIC 9(03) COMP VALUE ZERO.
           02 WS-DW-Value           PIC 9(09) VALUE ZERO.
           02 WS-DW-Digit           PIC 9.
           02 WS-DW-Digit-X REDEFINES WS-DW-Digit
                                    PIC X.
           02 WS-DW-IDX             PIC 9(03) COMP VALUE ZERO.
           02 WS-DW-Phone-Key       PIC X(10).

      *    The line being resolved.
       01  WS-Web-Line.
           02 WS-WL-Web-Order-Nbr   PIC X(12).
           02 WS-WL-Web-Line-Nbr    PIC 9(3).
           02 WS-WL-Phone-Key       PIC X(10).
           02 WS-WL-Cust-Name.
              03 WS-WL-Last-Name    PIC X(15).
              03 WS-WL-First-Name   PIC X(15).
           02 WS-WL-Item-Code       PIC X(15).
           02 WS-WL-Qty             PIC 9(4).
           02 WS-WL-Cust-ID         PIC 9(4).
           02 WS-WL-GadgetID        PIC 9(6).
           02 WS-WL-WhseLoc         PIC 9.
           02 WS-WL-Exception-Text  PIC X(46).
           02 WS-WL-Switch          PIC X VALUE "Y".
              88 Line-OK            VALUE "Y".
              88 Line-In-Error      VALUE "N".

      *    Every customer's phone, digits only, loaded once.
       01  WS-Phones.
           02 WS-PH-Max             PIC 9(04) COMP VALUE 9999.
           02 WS-PH-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-PH-Table OCCURS 9999 TIMES.
              03 WS-PH-Phone-Key    PIC X(10).
              03 WS-PH-Cust-ID      PIC 9(4).
           02 WS-PH-IDX             PIC 9(04) COMP VALUE ZERO.
           02 WS-PH-Match-Cnt       PIC 9(04) COMP VALUE ZERO.
       01  WS-Name-Match-Cnt        PIC 9(04) COMP VALUE ZERO.

       01  WS-Sku-Xref.
           02 WS-SX-Max             PIC 9(04) COMP VALUE 2000.
           02 WS-SX-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-SX-Table OCCURS 2000 TIMES.
              03 WS-SX-Item-Code    PIC X(15).
              03 WS-SX-GadgetID     PIC 9(6).
           02 WS-SX-IDX             PIC 9(04) COMP VALUE ZERO.

      *    Stock by location, drawn down as web lines are placed so
      *    two lines do not both count on the same units.
       01  WS-Stock.
           02 WS-SM-Max             PIC 9(04) COMP VALUE 5000.
           02 WS-SM-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-SM-Table OCCURS 5000 TIMES.
              03 WS-SM-GadgetID     PIC 9(6).
              03 WS-SM-Avail OCCURS 3 TIMES
                                    PIC 9(4).
           02 WS-SM-IDX             PIC 9(04) COMP VALUE ZERO.
           02 WS-SM-Found-IDX       PIC 9(04) COMP VALUE ZERO.
           02 WS-Loc-IDX            PIC 9 VALUE ZERO.
           02 WS-Best-Loc           PIC 9 VALUE ZERO.
           02 WS-Whse-Loc-Max       PIC 9 VALUE 3.

      *    Web lines already numbered by BDS1006 or taken earlier
      *    in this run.
       01  WS-Taken-Lines.
           02 WS-TK-Max             PIC 9(05) COMP VALUE 20000.
           02 WS-TK-Cnt             PIC 9(05) COMP VALUE ZERO.
           02 WS-TK-Table OCCURS 20000 TIMES.
              03 WS-TK-Web-Order-Nbr PIC X(12).
              03 WS-TK-Web-Line-Nbr PIC X(3).
           02 WS-TK-IDX             PIC 9(05) COMP VALUE ZERO.
       01  WS-Taken-Switch          PIC X VALUE "N".
           88 Line-Already-Taken    VALUE "Y".
           88 Line-Not-Taken        VALUE "N".

       01  WS-Exception-Line.
           02 WS-EL-Text            PIC X(250).
           02 WS-EL-Len             PIC 9(03) COMP VALUE ZERO.
           02 WS-EL-Out-Len         PIC 9(03) COMP VALUE ZERO.

       01  WebErrorMessage.
           02 WS-EM-Text            PIC X(46).
             88 FieldCountError
             VALUE "Web Error - Fewer than 8 fields on the line".
             88 FieldLengthError
             VALUE "Web Error - Field too long".
             88 WebOrderNbrError
             VALUE "Web Error - Web order number missing".
             88 WebLineNbrError
             VALUE "Web Error - Web line number not 1 to 999".
             88 QtyError
             VALUE "Web Error - Quantity not 1 to 9999".
             88 ItemCodeError
             VALUE "Web Error - Item code not on SKU cross-ref".
             88 NoSuchGadgetError
             VALUE "Web Error - Gadget not on stock master".
             88 NoCustomerError
             VALUE "Web Error - No customer by phone or name".
             88 NameAmbiguousError
             VALUE "Web Error - Name is on more than one customer".
             88 AlreadyTakenError
             VALUE "Web Error - Web order line already taken".

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program BDS1036 - Web Intake Messages".

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadSkuXref
           PERFORM LoadStock
           PERFORM LoadTakenLines
           OPEN INPUT CUSTFile
           IF NOT WS-CUSTFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CUSTFile Failed."
             DISPLAY "File Status: " WS-CUSTFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM LoadCustomerPhones
           OPEN INPUT WebOrderFile
           IF NOT WS-WebOrderFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open WebOrderFile Failed."
             DISPLAY "File Status: " WS-WebOrderFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT WebOrderOutFile
           IF NOT WS-WebOrderOutFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open WebOrderOutFile Failed."
             DISPLAY "File Status: " WS-WebOrderOutFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT WebExceptionFile
           IF NOT WS-WebExceptionFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open WebExceptionFile Failed."
             DISPLAY "File Status: " WS-WebExceptionFile-Status
             PERFORM AbortRun
           END-IF

           PERFORM ReadWebOrderFile
           PERFORM UNTIL WS-WebOrderFile-EOF
             PERFORM ProcessOneWebLine
             PERFORM ReadWebOrderFile
           END-PERFORM

           DISPLAY EOJ-End-Message
           DISPLAY "   Web Lines Read:        " WS-Web-Read-Cnt
           DISPLAY "   Orders Written:        " WS-Web-Written-Cnt
           DISPLAY "     Customer by Phone:   " WS-By-Phone-Cnt
           DISPLAY "     Customer by Name:    " WS-By-Name-Cnt
           DISPLAY "   Intake Exceptions:     " WS-Web-Exception-Cnt
           IF WS-Short-Stock-Cnt > ZERO
             DISPLAY "   No Location with Stock:" WS-Short-Stock-Cnt
           END-IF
           IF WS-Blank-Line-Cnt > ZERO
             DISPLAY "   Blank Lines Skipped:   " WS-Blank-Line-Cnt
           END-IF
           CLOSE WebOrderFile, CUSTFile, WebOrderOutFile,
                 WebExceptionFile
           IF WS-Web-Exception-Cnt > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       AbortRun.
           CLOSE WebOrderFile, CUSTFile, MasterStockFile,
                 SkuXrefFile, WebXrefFile, WebOrderOutFile,
                 WebExceptionFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       ProcessOneWebLine.
           PERFORM FindRecordLength.
           IF WS-Rec-Len = ZERO
             ADD 1 TO WS-Blank-Line-Cnt
           ELSE
             ADD 1 TO WS-Web-Read-Cnt
             SET Line-OK TO TRUE
             PERFORM SplitWebRecord
             PERFORM EditWebFields
             IF Line-OK
               PERFORM ResolveItem
             END-IF
             IF Line-OK
               PERFORM ResolveCustomer
             END-IF
             IF Line-OK
               PERFORM ChooseWarehouse
               PERFORM WriteWebOrder
             ELSE
               PERFORM WriteWebException
             END-IF
           END-IF.

       FindRecordLength.
      *    Length up to the last non-blank character.
           MOVE 200 TO WS-Rec-Len.
           PERFORM UNTIL WS-Rec-Len = ZERO
                   OR WebOrderRec(WS-Rec-Len:1) NOT = SPACE
             SUBTRACT 1 FROM WS-Rec-Len
           END-PERFORM.

       SplitWebRecord.
      *    Commas separate the fields except inside double quotes;
      *    the quotes themselves are not kept. Blanks before a
      *    field's first character are dropped.
           MOVE 1 TO WS-WF-Cnt.
           PERFORM VARYING WS-WF-IDX FROM 1 BY 1 UNTIL WS-WF-IDX > 9
             MOVE SPACES TO WS-WF-Text(WS-WF-IDX)
             MOVE ZERO TO WS-WF-Len(WS-WF-IDX)
             MOVE "N" TO WS-WF-Too-Long(WS-WF-IDX)
           END-PERFORM.
           SET Not-In-Quotes TO TRUE.
           PERFORM VARYING WS-Char-IDX FROM 1 BY 1
                   UNTIL WS-Char-IDX > WS-Rec-Len
             MOVE WebOrderRec(WS-Char-IDX:1) TO WS-Char
             EVALUATE TRUE
                WHEN WS-Char = QUOTE
                   IF In-Quotes
                     SET Not-In-Quotes TO TRUE
                   ELSE
                     SET In-Quotes TO TRUE
                   END-IF
                WHEN WS-Char = "," AND Not-In-Quotes
                   IF WS-WF-Cnt < 9
                     ADD 1 TO WS-WF-Cnt
                   END-IF
                WHEN WS-Char = SPACE AND WS-WF-Len(WS-WF-Cnt) = ZERO
                   CONTINUE
                WHEN OTHER
                   PERFORM AddCharToField
             END-EVALUATE
           END-PERFORM.

       AddCharToField.
           IF WS-WF-Len(WS-WF-Cnt) < 40
             ADD 1 TO WS-WF-Len(WS-WF-Cnt)
             MOVE WS-Char TO
                WS-WF-Text(WS-WF-Cnt)(WS-WF-Len(WS-WF-Cnt):1)
           ELSE
             SET WF-Too-Long(WS-WF-Cnt) TO TRUE
           END-IF.

       EditWebFields.
           IF WS-WF-Cnt < WS-WF-Max
             SET FieldCountError TO TRUE
             SET Line-In-Error TO TRUE
           END-IF.
      *    Only the fields that travel onto the order have a size
      *    limit here; the e-mail and the ninth (reason) field are
      *    not used.
           IF Line-OK
             IF WF-Too-Long(WS-FN-Phone)
                OR WS-WF-Len(WS-FN-Web-Order) > 12
                OR WS-WF-Len(WS-FN-Last-Name) > 15
                OR WS-WF-Len(WS-FN-First-Name) > 15
                OR WS-WF-Len(WS-FN-Item-Code) > 15
               SET FieldLengthError TO TRUE
               SET Line-In-Error TO TRUE
             END-IF
           END-IF.
           IF Line-OK
             IF WS-WF-Len(WS-FN-Web-Order) = ZERO
               SET WebOrderNbrError TO TRUE
               SET Line-In-Error TO TRUE
             ELSE
               MOVE WS-WF-Text(WS-FN-Web-Order)
                  TO WS-WL-Web-Order-Nbr
             END-IF
           END-IF.
           IF Line-OK
             MOVE WS-WF-Text(WS-FN-Web-Line) TO WS-DW-Text
             MOVE WS-WF-Len(WS-FN-Web-Line) TO WS-DW-Len
             PERFORM ExtractDigits
             IF WS-DW-Other-Cnt > ZERO OR WS-DW-Digit-Cnt = ZERO
                OR WS-DW-Digit-Cnt > 3 OR WS-DW-Value = ZERO
               SET WebLineNbrError TO TRUE
               SET Line-In-Error TO TRUE
             ELSE
               MOVE WS-DW-Value TO WS-WL-Web-Line-Nbr
             END-IF
           END-IF.
           IF Line-OK
             MOVE WS-WF-Text(WS-FN-Qty) TO WS-DW-Text
             MOVE WS-WF-Len(WS-FN-Qty) TO WS-DW-Len
             PERFORM ExtractDigits
             IF WS-DW-Other-Cnt > ZERO OR WS-DW-Digit-Cnt = ZERO
                OR WS-DW-Digit-Cnt > 4 OR WS-DW-Value = ZERO
               SET QtyError TO TRUE
               SET Line-In-Error TO TRUE
             ELSE
               MOVE WS-DW-Value TO WS-WL-Qty
             END-IF
           END-IF.
           IF Line-OK
             PERFORM FindTakenLine
             IF Line-Already-Taken
               SET AlreadyTakenError TO TRUE
               SET Line-In-Error TO TRUE
             END-IF
           END-IF.
           IF Line-OK
             MOVE WS-WF-Text(WS-FN-Phone) TO WS-DW-Text
             MOVE WS-WF-Len(WS-FN-Phone) TO WS-DW-Len
             PERFORM ExtractDigits
             PERFORM MakePhoneKey
             MOVE WS-DW-Phone-Key TO WS-WL-Phone-Key
             MOVE WS-WF-Text(WS-FN-Last-Name) TO WS-WL-Last-Name
             MOVE WS-WF-Text(WS-FN-First-Name) TO WS-WL-First-Name
             MOVE WS-WF-Text(WS-FN-Item-Code) TO WS-WL-Item-Code
           END-IF.

       ExtractDigits.
      *    Digits of WS-DW-Text(1:WS-DW-Len) in order, their value
      *    (up to nine), and a count of anything else that is not
      *    a blank.
           MOVE SPACES TO WS-DW-Digits.
           MOVE ZERO TO WS-DW-Digit-Cnt WS-DW-Other-Cnt WS-DW-Value.
           PERFORM VARYING WS-DW-IDX FROM 1 BY 1
                   UNTIL WS-DW-IDX > WS-DW-Len
             IF WS-DW-Text(WS-DW-IDX:1) IS NUMERIC
               ADD 1 TO WS-DW-Digit-Cnt
               MOVE WS-DW-Text(WS-DW-IDX:1)
                  TO WS-DW-Digits(WS-DW-Digit-Cnt:1)
               IF WS-DW-Digit-Cnt <= 9
                 MOVE WS-DW-Text(WS-DW-IDX:1) TO WS-DW-Digit-X
                 COMPUTE WS-DW-Value = WS-DW-Value * 10 + WS-DW-Digit
               END-IF
             ELSE
               IF WS-DW-Text(WS-DW-IDX:1) NOT = SPACE
                 ADD 1 TO WS-DW-Other-Cnt
               END-IF
             END-IF
           END-PERFORM.

       MakePhoneKey.
      *    The last ten digits - a leading country code or the
      *    punctuation a phone is written with does not matter.
      *    Fewer than ten digits is no usable phone.
           IF WS-DW-Digit-Cnt < 10
             MOVE SPACES TO WS-DW-Phone-Key
           ELSE
             MOVE WS-DW-Digits(WS-DW-Digit-Cnt - 9:10)
                TO WS-DW-Phone-Key
           END-IF.

       ResolveItem.
           MOVE ZERO TO WS-WL-GadgetID.
           PERFORM VARYING WS-SX-IDX FROM 1 BY 1
                   UNTIL WS-SX-IDX > WS-SX-Cnt
             IF WS-SX-Item-Code(WS-SX-IDX) = WS-WL-Item-Code
               MOVE WS-SX-GadgetID(WS-SX-IDX) TO WS-WL-GadgetID
             END-IF
           END-PERFORM.
           IF WS-WL-GadgetID = ZERO
             SET ItemCodeError TO TRUE
             SET Line-In-Error TO TRUE
           ELSE
             MOVE ZERO TO WS-SM-Found-IDX
             PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                     UNTIL WS-SM-IDX > WS-SM-Cnt
               IF WS-SM-GadgetID(WS-SM-IDX) = WS-WL-GadgetID
                 MOVE WS-SM-IDX TO WS-SM-Found-IDX
               END-IF
             END-PERFORM
             IF WS-SM-Found-IDX = ZERO
               SET NoSuchGadgetError TO TRUE
               SET Line-In-Error TO TRUE
             END-IF
           END-IF.

       ResolveCustomer.
      *    Phone first. A phone shared by more than one customer
      *    does not pick one - the name decides.
           MOVE ZERO TO WS-WL-Cust-ID WS-PH-Match-Cnt.
           IF WS-WL-Phone-Key NOT = SPACES
             PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                     UNTIL WS-PH-IDX > WS-PH-Cnt
               IF WS-PH-Phone-Key(WS-PH-IDX) = WS-WL-Phone-Key
                 ADD 1 TO WS-PH-Match-Cnt
                 MOVE WS-PH-Cust-ID(WS-PH-IDX) TO WS-WL-Cust-ID
               END-IF
             END-PERFORM
           END-IF.
           IF WS-PH-Match-Cnt = 1
             ADD 1 TO WS-By-Phone-Cnt
           ELSE
             MOVE ZERO TO WS-WL-Cust-ID
             PERFORM LookupByName
           END-IF.

       LookupByName.
           MOVE ZERO TO WS-Name-Match-Cnt.
           IF WS-WL-Last-Name NOT = SPACES
             MOVE WS-WL-Cust-Name TO CUSTFile-Cust-Name
             START CUSTFile KEY IS EQUAL TO CUSTFile-Cust-Name
                INVALID KEY CONTINUE
             END-START
             IF WS-CUSTFile-Good
               PERFORM ReadNextByName
               PERFORM UNTIL WS-CUSTFile-EOF
                  OR CUSTFile-Cust-Name NOT = WS-WL-Cust-Name
                  OR WS-Name-Match-Cnt > 1
                 ADD 1 TO WS-Name-Match-Cnt
                 MOVE CUSTFile-Cust-ID TO WS-WL-Cust-ID
                 PERFORM ReadNextByName
               END-PERFORM
             END-IF
           END-IF.
           EVALUATE WS-Name-Match-Cnt
              WHEN 0
                 SET NoCustomerError TO TRUE
                 SET Line-In-Error TO TRUE
              WHEN 1
                 ADD 1 TO WS-By-Name-Cnt
              WHEN OTHER
                 SET NameAmbiguousError TO TRUE
                 SET Line-In-Error TO TRUE
           END-EVALUATE.

       ReadNextByName.
      *    "02" - more records follow with the same name.
           READ CUSTFile NEXT RECORD
              AT END CONTINUE
           END-READ.
           IF WS-CUSTFile-Status = "02"
             MOVE "00" TO WS-CUSTFile-Status
           END-IF.
           IF NOT WS-CUSTFile-Good AND NOT WS-CUSTFile-EOF
             DISPLAY "** ERROR **: ReadNextByName"
             DISPLAY "Read Next CUSTFile Failed."
             DISPLAY "File Status: " WS-CUSTFile-Status
             PERFORM AbortRun
           END-IF.

       ChooseWarehouse.
      *    First location that can fill the whole line, else the
      *    one with the most, else location 1. What the line takes
      *    comes off the location for the lines after it.
           MOVE ZERO TO WS-WL-WhseLoc WS-Best-Loc.
           PERFORM VARYING WS-Loc-IDX FROM 1 BY 1
                   UNTIL WS-Loc-IDX > WS-Whse-Loc-Max
                      OR WS-WL-WhseLoc > ZERO
             IF WS-SM-Avail(WS-SM-Found-IDX, WS-Loc-IDX)
                >= WS-WL-Qty
               MOVE WS-Loc-IDX TO WS-WL-WhseLoc
             END-IF
           END-PERFORM.
           IF WS-WL-WhseLoc = ZERO
             ADD 1 TO WS-Short-Stock-Cnt
             MOVE 1 TO WS-Best-Loc
             PERFORM VARYING WS-Loc-IDX FROM 2 BY 1
                     UNTIL WS-Loc-IDX > WS-Whse-Loc-Max
               IF WS-SM-Avail(WS-SM-Found-IDX, WS-Loc-IDX)
                  > WS-SM-Avail(WS-SM-Found-IDX, WS-Best-Loc)
                 MOVE WS-Loc-IDX TO WS-Best-Loc
               END-IF
             END-PERFORM
             MOVE WS-Best-Loc TO WS-WL-WhseLoc
             MOVE ZERO
                TO WS-SM-Avail(WS-SM-Found-IDX, WS-WL-WhseLoc)
           ELSE
             SUBTRACT WS-WL-Qty
                FROM WS-SM-Avail(WS-SM-Found-IDX, WS-WL-WhseLoc)
           END-IF.

       WriteWebOrder.
           MOVE WS-WL-Cust-ID TO Cust-ID-WO.
           MOVE WS-WL-GadgetID TO GadgetID-WO.
           MOVE WS-WL-Qty TO QtyOrdered-WO.
           MOVE WS-WL-WhseLoc TO WhseLoc-WO.
           MOVE WS-WL-Web-Order-Nbr TO WebOrder-Nbr-WO.
           MOVE WS-WL-Web-Line-Nbr TO WebLine-Nbr-WO.
           WRITE WebOrderOutRec.
           IF NOT WS-WebOrderOutFile-Good
             DISPLAY "** ERROR **: WriteWebOrder"
             DISPLAY "Write WebOrderOutFile Failed."
             DISPLAY "File Status: " WS-WebOrderOutFile-Status
             PERFORM AbortRun
           END-IF.
           ADD 1 TO WS-Web-Written-Cnt.
           PERFORM NoteTakenLine.

       WriteWebException.
      *    The line as received, then the reason as a ninth field -
      *    a reason already on a resubmitted line is replaced.
           ADD 1 TO WS-Web-Exception-Cnt.
           MOVE SPACES TO WS-EL-Text.
           MOVE WS-Rec-Len TO WS-EL-Len.
           IF WS-WF-Cnt > WS-WF-Max
             PERFORM FindEighthComma
           END-IF.
           MOVE WebOrderRec(1:WS-EL-Len) TO WS-EL-Text.
           COMPUTE WS-EL-Out-Len = WS-EL-Len + 1.
           MOVE "," TO WS-EL-Text(WS-EL-Out-Len:1).
           MOVE WS-EM-Text TO WS-EL-Text(WS-EL-Out-Len + 1:46).
           WRITE WebExceptionRec FROM WS-EL-Text.
           IF NOT WS-WebExceptionFile-Good
             DISPLAY "** ERROR **: WriteWebException"
             DISPLAY "Write WebExceptionFile Failed."
             DISPLAY "File Status: " WS-WebExceptionFile-Status
             PERFORM AbortRun
           END-IF.
           DISPLAY "** WEB EXCEPTION **: " WebOrderRec(1:40)
              " - " WS-EM-Text.

       FindEighthComma.
      *    Length of the line up to, not including, the comma that
      *    ends the eighth field.
           MOVE ZERO TO WS-WF-IDX.
           SET Not-In-Quotes TO TRUE.
           PERFORM VARYING WS-Char-IDX FROM 1 BY 1
                   UNTIL WS-Char-IDX > WS-Rec-Len
                      OR WS-WF-IDX = WS-WF-Max
             MOVE WebOrderRec(WS-Char-IDX:1) TO WS-Char
             EVALUATE TRUE
                WHEN WS-Char = QUOTE
                   IF In-Quotes
                     SET Not-In-Quotes TO TRUE
                   ELSE
                     SET In-Quotes TO TRUE
                   END-IF
                WHEN WS-Char = "," AND Not-In-Quotes
                   ADD 1 TO WS-WF-IDX
             END-EVALUATE
           END-PERFORM.
           COMPUTE WS-EL-Len = WS-Char-IDX - 2.

       FindTakenLine.
           SET Line-Not-Taken TO TRUE.
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                   UNTIL WS-TK-IDX > WS-TK-Cnt
             IF WS-TK-Web-Order-Nbr(WS-TK-IDX) = WS-WL-Web-Order-Nbr
                AND WS-TK-Web-Line-Nbr(WS-TK-IDX)
                    = WS-WL-Web-Line-Nbr
               SET Line-Already-Taken TO TRUE
             END-IF
           END-PERFORM.

       NoteTakenLine.
           IF WS-TK-Cnt >= WS-TK-Max
             DISPLAY "** ERROR **: NoteTakenLine"
             DISPLAY "More web order lines than the table holds."
             PERFORM AbortRun
           END-IF.
           ADD 1 TO WS-TK-Cnt.
           MOVE WS-WL-Web-Order-Nbr TO WS-TK-Web-Order-Nbr(WS-TK-Cnt).
           MOVE WS-WL-Web-Line-Nbr TO WS-TK-Web-Line-Nbr(WS-TK-Cnt).

       LoadCustomerPhones.
      *    One pass of customer.idat in Cust-ID order. A customer
      *    with no usable phone is simply not in the table.
           MOVE LOW-VALUES TO CUSTFile-Cust-ID.
           START CUSTFile KEY IS NOT LESS THAN CUSTFile-Cust-ID
              INVALID KEY CONTINUE
           END-START.
           IF WS-CUSTFile-Good
             PERFORM ReadNextCustomer
             PERFORM UNTIL WS-CUSTFile-EOF
               MOVE CUSTFile-Cust-Phone TO WS-DW-Text
               MOVE 12 TO WS-DW-Len
               PERFORM ExtractDigits
               PERFORM MakePhoneKey
               IF WS-DW-Phone-Key NOT = SPACES
                 IF WS-PH-Cnt >= WS-PH-Max
                   DISPLAY "** ERROR **: LoadCustomerPhones"
                   DISPLAY "More customers than the table holds."
                   PERFORM AbortRun
                 END-IF
                 ADD 1 TO WS-PH-Cnt
                 MOVE WS-DW-Phone-Key TO WS-PH-Phone-Key(WS-PH-Cnt)
                 MOVE CUSTFile-Cust-ID TO WS-PH-Cust-ID(WS-PH-Cnt)
               END-IF
               PERFORM ReadNextCustomer
             END-PERFORM
           END-IF.

       ReadNextCustomer.
           READ CUSTFile NEXT RECORD
              AT END CONTINUE
           END-READ.
           IF NOT WS-CUSTFile-Good AND NOT WS-CUSTFile-EOF
             DISPLAY "** ERROR **: ReadNextCustomer"
             DISPLAY "Read Next CUSTFile Failed."
             DISPLAY "File Status: " WS-CUSTFile-Status
             PERFORM AbortRun
           END-IF.

       LoadSkuXref.
      *    No cross-reference means no web line can be placed - the
      *    run stops rather than turn the whole export away.
           OPEN INPUT SkuXrefFile
           IF NOT WS-SkuXrefFile-Good
             DISPLAY "** ERROR **: LoadSkuXref"
             DISPLAY "Open SkuXrefFile Failed."
             DISPLAY "File Status: " WS-SkuXrefFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadSkuXrefFile
           PERFORM UNTIL WS-SkuXrefFile-EOF
             IF WS-SX-Cnt >= WS-SX-Max
               DISPLAY "** ERROR **: LoadSkuXref"
               DISPLAY "More item codes than the table holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-SX-Cnt
             MOVE SX-Item-Code TO WS-SX-Item-Code(WS-SX-Cnt)
             MOVE SX-GadgetID TO WS-SX-GadgetID(WS-SX-Cnt)
             PERFORM ReadSkuXrefFile
           END-PERFORM
           CLOSE SkuXrefFile
           IF NOT WS-SkuXrefFile-Good
             DISPLAY "** ERROR **: LoadSkuXref"
             DISPLAY "Close SkuXrefFile Failed."
             DISPLAY "File Status: " WS-SkuXrefFile-Status
             PERFORM AbortRun
           END-IF.

       LoadStock.
           OPEN INPUT MasterStockFile
           IF NOT WS-MasterStockFile-Good
             DISPLAY "** ERROR **: LoadStock"
             DISPLAY "Open MasterStockFile Failed."
             DISPLAY "File Status: " WS-MasterStockFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadMasterFile
           PERFORM UNTIL WS-MasterStockFile-EOF
             IF WS-SM-Cnt >= WS-SM-Max
               DISPLAY "** ERROR **: LoadStock"
               DISPLAY "More gadgets than the table holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-SM-Cnt
             MOVE GadgetID-MF TO WS-SM-GadgetID(WS-SM-Cnt)
             PERFORM VARYING WS-Loc-IDX FROM 1 BY 1
                     UNTIL WS-Loc-IDX > WS-Whse-Loc-Max
               MOVE WhseQty-MF(WS-Loc-IDX)
                  TO WS-SM-Avail(WS-SM-Cnt, WS-Loc-IDX)
             END-PERFORM
             PERFORM ReadMasterFile
           END-PERFORM
           CLOSE MasterStockFile
           IF NOT WS-MasterStockFile-Good
             DISPLAY "** ERROR **: LoadStock"
             DISPLAY "Close MasterStockFile Failed."
             DISPLAY "File Status: " WS-MasterStockFile-Status
             PERFORM AbortRun
           END-IF.

       LoadTakenLines.
      *    Missing cross-reference (status "35") means no web order
      *    has been numbered yet.
           OPEN INPUT WebXrefFile
           IF WS-WebXrefFile-Good
             PERFORM ReadWebXrefFile
             PERFORM UNTIL WS-WebXrefFile-EOF
               IF WS-TK-Cnt >= WS-TK-Max
                 DISPLAY "** ERROR **: LoadTakenLines"
                 DISPLAY "More web order lines than the table holds."
                 PERFORM AbortRun
               END-IF
               ADD 1 TO WS-TK-Cnt
               MOVE WX-Web-Order-Nbr TO WS-TK-Web-Order-Nbr(WS-TK-Cnt)
               MOVE WX-Web-Line-Nbr TO WS-TK-Web-Line-Nbr(WS-TK-Cnt)
               PERFORM ReadWebXrefFile
             END-PERFORM
             CLOSE WebXrefFile
             IF NOT WS-WebXrefFile-Good
               DISPLAY "** ERROR **: LoadTakenLines"
               DISPLAY "Close WebXrefFile Failed."
               DISPLAY "File Status: " WS-WebXrefFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-WebXrefFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadTakenLines"
               DISPLAY "Open WebXrefFile Failed."
               DISPLAY "File Status: " WS-WebXrefFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       ReadWebOrderFile.
           READ WebOrderFile
                AT END SET WS-WebOrderFile-EOF TO TRUE
           END-READ.
           IF NOT WS-WebOrderFile-Good AND NOT WS-WebOrderFile-EOF
             DISPLAY "** ERROR **: ReadWebOrderFile"
             DISPLAY "Read WebOrderFile Failed."
             DISPLAY "File Status: " WS-WebOrderFile-Status
             PERFORM AbortRun
           END-IF.

       ReadSkuXrefFile.
           READ SkuXrefFile
                AT END SET WS-SkuXrefFile-EOF TO TRUE
           END-READ.
           IF NOT WS-SkuXrefFile-Good AND NOT WS-SkuXrefFile-EOF
             DISPLAY "** ERROR **: ReadSkuXrefFile"
             DISPLAY "Read SkuXrefFile Failed."
             DISPLAY "File Status: " WS-SkuXrefFile-Status
             PERFORM AbortRun
           END-IF.

       ReadWebXrefFile.
           READ WebXrefFile
                AT END SET WS-WebXrefFile-EOF TO TRUE
           END-READ.
           IF NOT WS-WebXrefFile-Good AND NOT WS-WebXrefFile-EOF
             DISPLAY "** ERROR **: ReadWebXrefFile"
             DISPLAY "Read WebXrefFile Failed."
             DISPLAY "File Status: " WS-WebXrefFile-Status
             PERFORM AbortRun
           END-IF.

       ReadMasterFile.
           READ MasterStockFile
                AT END SET WS-MasterStockFile-EOF TO TRUE
           END-READ.
           IF NOT WS-MasterStockFile-Good
              AND NOT WS-MasterStockFile-EOF
             DISPLAY "** ERROR **: ReadMasterFile"
             DISPLAY "Read MasterStockFile Failed."
             DISPLAY "File Status: " WS-MasterStockFile-Status
             PERFORM AbortRun
           END-IF.
