      ***********************************************************
      * Program name:    VSCBASOF
      * Original author: dastagg
      *
      *    Description: Customer record as of a date.
      *    Reads requests from custasof.req.dat, one per record: a
      *       Cust-ID and an as-of date. For each one the customer
      *       maintenance log (custaudit.dat.txt, written by
      *       VSCBMNT1) is scanned for that customer and the record
      *       is rebuilt as it stood at the close of the as-of date:
      *       - the last logged action on or before the date gives
      *         the record - its after image, or "did not exist"
      *         when that action was a delete;
      *       - with nothing logged by then, the first later action
      *         gives it - its before image, or "did not exist yet"
      *         when that action was the add;
      *       - with nothing logged for the customer at all, the
      *         record has not been maintained since the log began
      *         and the current customer.idat record is the answer.
      *    Each answer is printed to custasof.rpt.txt with the log
      *       entry (or master) it came from.
      *    Cust-Balance is shown as it stood on the record, but the
      *       AR daily pass maintains it outside the log - it is
      *       the balance as of the last maintenance, not the date.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBASOF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFile
           ASSIGN TO "../idata/customer.idat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CUSTFile-Cust-ID
           ALTERNATE RECORD KEY IS CUSTFile-Cust-Name
              WITH DUPLICATES
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUSTFile-Status.

           SELECT CustAuditFile
           ASSIGN TO "../idata/custaudit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CustAuditFile-Status.

           SELECT AsOfRequestFile
           ASSIGN TO "../idata/custasof.req.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AsOfRequestFile-Status.

           SELECT AsOfReportFile
           ASSIGN TO "../idata/custasof.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AsOfReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFile.
           COPY CUSTOMER REPLACING ==:tag:== BY ==CUSTFile==.

       FD  CustAuditFile.
           COPY CUSTAUD REPLACING ==:tag:== BY ==CA==.

       FD  AsOfRequestFile.
       01  AsOfRequestRec.
           12 AR-Cust-ID                    PIC 9(04).
           12 AR-Cust-ID-X
              REDEFINES AR-Cust-ID          PIC X(04).
           12 FILLER                        PIC X(01).
           12 AR-As-Of-Date                 PIC 9(08).
           12 AR-As-Of-Date-X
              REDEFINES AR-As-Of-Date       PIC X(08).

       FD  AsOfReportFile.
       01  AsOfReportRec                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CustAuditFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AsOfRequestFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AsOfReportFile==.

      *    The rebuilt record.
           COPY CUSTOMER REPLACING ==:tag:== BY ==WR==.

       01  WS-AsOf-Counters.
           12 WS-Request-Cnt                PIC 9(06) COMP VALUE ZERO.
           12 WS-Request-Error-Cnt          PIC 9(06) COMP VALUE ZERO.
           12 WS-Rebuilt-Cnt                PIC 9(06) COMP VALUE ZERO.
           12 WS-Not-Existing-Cnt           PIC 9(06) COMP VALUE ZERO.

      *    What the log scan found for the customer in hand.
       01  WS-Scan-Result.
           12 WS-Prior-Switch               PIC X(01) VALUE "N".
              88 WS-Prior-Found             VALUE "Y".
           12 WS-Prior-Seq-Nbr              PIC 9(06).
           12 WS-Prior-Run-Date             PIC 9(08).
           12 WS-Prior-Action-Code          PIC X(01).
           12 WS-Prior-After-Image          PIC X(128).
           12 WS-Later-Switch               PIC X(01) VALUE "N".
              88 WS-Later-Found             VALUE "Y".
           12 WS-Later-Seq-Nbr              PIC 9(06).
           12 WS-Later-Run-Date             PIC 9(08).
           12 WS-Later-Action-Code          PIC X(01).
           12 WS-Later-Before-Image         PIC X(128).

       01  WS-Exists-Switch                 PIC X(01) VALUE "N".
           88 WS-Record-Exists              VALUE "Y".
           88 WS-Record-Not-Existing        VALUE "N".

       01  WS-No-Log-Switch                 PIC X(01) VALUE "N".
           88 WS-No-Log                     VALUE "Y".

       01  WS-Run-Date.
           12 WS-RD-YYYY                    PIC 9(4).
           12 WS-RD-MM                      PIC 99.
           12 WS-RD-DD                      PIC 99.

       01  WS-Amount-Edit                   PIC ZZ,ZZ9.99.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program VSCBASOF - End of Run Messages".

       01  WS-Print-Control.
           12 WS-Page-Limit                 PIC 9(02) COMP VALUE 55.
           12 WS-Line-Cnt                   PIC 9(02) COMP VALUE 99.
           12 WS-Page-Cnt                   PIC 9(04) COMP VALUE ZERO.

       01  WS-Page-Heading.
           12 FILLER                        PIC X(33) VALUE
              "Customer As-Of Report    Run Date".
           12 FILLER                        PIC X VALUE SPACE.
           12 WS-PH-YYYY                    PIC 9(4).
           12 FILLER                        PIC X VALUE "-".
           12 WS-PH-MM                      PIC 99.
           12 FILLER                        PIC X VALUE "-".
           12 WS-PH-DD                      PIC 99.
           12 FILLER                        PIC X(07) VALUE "  Page ".
           12 WS-PH-Page                    PIC ZZZ9.
           12 FILLER                        PIC X(77) VALUE SPACE.

       01  WS-Request-Echo.
           12 FILLER                        PIC X(17) VALUE
              "Request: Cust-ID ".
           12 WS-RE-Cust-ID                 PIC X(04).
           12 FILLER                        PIC X(07) VALUE " as of ".
           12 WS-RE-As-Of-Date              PIC X(08).
           12 FILLER                        PIC X(96) VALUE SPACE.

       01  WS-Source-Line.
           12 FILLER                        PIC X(10) VALUE
              "  Source: ".
           12 WS-SR-Text                    PIC X(40).
           12 WS-SR-Seq-Label               PIC X(08).
           12 WS-SR-Seq-Nbr                 PIC X(06).
           12 WS-SR-Date-Label              PIC X(15).
           12 WS-SR-Run-Date                PIC X(08).
           12 FILLER                        PIC X(45) VALUE SPACE.

       01  WS-Field-Line.
           12 FILLER                        PIC X(04) VALUE SPACE.
           12 WS-FL-Label                   PIC X(16).
           12 WS-FL-Value                   PIC X(30).
           12 WS-FL-Note                    PIC X(50).
           12 FILLER                        PIC X(32) VALUE SPACE.

       01  WS-Disposition-Line.
           12 FILLER                        PIC X(15) VALUE
              "  Disposition: ".
           12 WS-DS-Text                    PIC X(60).
           12 FILLER                        PIC X(57) VALUE SPACE.

       01  WS-Print-Line                    PIC X(132).

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           OPEN INPUT AsOfRequestFile.
           IF NOT WS-AsOfRequestFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open AsOfRequestFile Failed."
              DISPLAY "File Status: " WS-AsOfRequestFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CUSTFile.
           IF NOT WS-CUSTFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open CUSTFile Failed."
              DISPLAY "File Status: " WS-CUSTFile-Status
              CLOSE AsOfRequestFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT AsOfReportFile.
           IF NOT WS-AsOfReportFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open AsOfReportFile Failed."
              DISPLAY "File Status: " WS-AsOfReportFile-Status
              CLOSE AsOfRequestFile, CUSTFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           PERFORM 5100-Read-AsOf-Request.

       2000-Process.
           PERFORM UNTIL WS-AsOfRequestFile-EOF
              ADD +1 TO WS-Request-Cnt
              MOVE AR-Cust-ID-X TO WS-RE-Cust-ID
              MOVE AR-As-Of-Date-X TO WS-RE-As-Of-Date
              MOVE SPACES TO WS-Print-Line
              PERFORM 9000-Write-Print-Line
              MOVE WS-Request-Echo TO WS-Print-Line
              PERFORM 9000-Write-Print-Line
              IF AR-Cust-ID-X NUMERIC AND AR-As-Of-Date-X NUMERIC
                 PERFORM 2100-Scan-Cust-Audit
                 PERFORM 2200-Rebuild-Record
              ELSE
                 ADD +1 TO WS-Request-Error-Cnt
                 MOVE "Request not numeric - Cust-ID 9(4), date 9(8)."
                    TO WS-DS-Text
                 PERFORM 8100-Write-Disposition
              END-IF
              PERFORM 5100-Read-AsOf-Request
           END-PERFORM.

       2100-Scan-Cust-Audit.
      *    One pass of the log per request - the log is in the
      *    order the changes were made, so the last hit on or
      *    before the date and the first hit after it are all
      *    that need keeping.
           MOVE "N" TO WS-Prior-Switch, WS-Later-Switch.
           OPEN INPUT CustAuditFile.
           IF WS-CustAuditFile-Good
              PERFORM 5200-Read-Cust-Audit
              PERFORM UNTIL WS-CustAuditFile-EOF
                 IF CA-Cust-ID = AR-Cust-ID
                    PERFORM 2110-Keep-Log-Entry
                 END-IF
                 PERFORM 5200-Read-Cust-Audit
              END-PERFORM
              CLOSE CustAuditFile
           ELSE
              IF WS-CustAuditFile-Status = "35"
                 SET WS-No-Log TO TRUE
              ELSE
                 DISPLAY "** ERROR **: 2100-Scan-Cust-Audit"
                 DISPLAY "Open CustAuditFile Failed."
                 DISPLAY "File Status: " WS-CustAuditFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2110-Keep-Log-Entry.
           IF CA-Run-Date NOT > AR-As-Of-Date
              SET WS-Prior-Found TO TRUE
              MOVE CA-Seq-Nbr TO WS-Prior-Seq-Nbr
              MOVE CA-Run-Date TO WS-Prior-Run-Date
              MOVE CA-Action-Code TO WS-Prior-Action-Code
              MOVE CA-After-Image TO WS-Prior-After-Image
           ELSE
              IF NOT WS-Later-Found
                 SET WS-Later-Found TO TRUE
                 MOVE CA-Seq-Nbr TO WS-Later-Seq-Nbr
                 MOVE CA-Run-Date TO WS-Later-Run-Date
                 MOVE CA-Action-Code TO WS-Later-Action-Code
                 MOVE CA-Before-Image TO WS-Later-Before-Image
              END-IF
           END-IF.

       2200-Rebuild-Record.
           MOVE SPACES TO WS-SR-Text, WS-SR-Seq-Label, WS-SR-Seq-Nbr,
                          WS-SR-Date-Label, WS-SR-Run-Date.
           EVALUATE TRUE
              WHEN WS-Prior-Found
                 MOVE "Log - last change on or before the date"
                    TO WS-SR-Text
                 MOVE WS-Prior-Seq-Nbr TO WS-SR-Seq-Nbr
                 MOVE WS-Prior-Run-Date TO WS-SR-Run-Date
                 IF WS-Prior-Action-Code = "D"
                    SET WS-Record-Not-Existing TO TRUE
                 ELSE
                    SET WS-Record-Exists TO TRUE
                    MOVE WS-Prior-After-Image TO WR-Customer-Record
                 END-IF
              WHEN WS-Later-Found
                 MOVE "Log - first change after the date"
                    TO WS-SR-Text
                 MOVE WS-Later-Seq-Nbr TO WS-SR-Seq-Nbr
                 MOVE WS-Later-Run-Date TO WS-SR-Run-Date
                 IF WS-Later-Action-Code = "A"
                    SET WS-Record-Not-Existing TO TRUE
                 ELSE
                    SET WS-Record-Exists TO TRUE
                    MOVE WS-Later-Before-Image TO WR-Customer-Record
                 END-IF
              WHEN OTHER
                 MOVE "Customer master - not maintained since"
                    TO WS-SR-Text
                 MOVE AR-Cust-ID TO CUSTFile-Cust-ID
                 PERFORM 5000-Read-CUSTFile
                 IF WS-CUSTFile-Good
                    SET WS-Record-Exists TO TRUE
                    MOVE CUSTFile-Customer-Record
                       TO WR-Customer-Record
                 ELSE
                    SET WS-Record-Not-Existing TO TRUE
                 END-IF
           END-EVALUATE.
           IF WS-SR-Seq-Nbr NOT = SPACES
              MOVE " log seq" TO WS-SR-Seq-Label
              MOVE "  business date" TO WS-SR-Date-Label
           END-IF.
           MOVE WS-Source-Line TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.
           IF WS-Record-Exists
              ADD +1 TO WS-Rebuilt-Cnt
              PERFORM 2300-Print-Record
              MOVE "Record as it stood at close of the as-of date."
                 TO WS-DS-Text
           ELSE
              ADD +1 TO WS-Not-Existing-Cnt
              MOVE "Customer did not exist on the as-of date."
                 TO WS-DS-Text
           END-IF.
           PERFORM 8100-Write-Disposition.

       2300-Print-Record.
           MOVE SPACES TO WS-FL-Note.
           MOVE "Cust-ID" TO WS-FL-Label.
           MOVE WR-Cust-ID TO WS-FL-Value.
           PERFORM 8000-Write-Field-Line.
           MOVE "Last Name" TO WS-FL-Label.
           MOVE WR-Cust-Last-Name TO WS-FL-Value.
           PERFORM 8000-Write-Field-Line.
           MOVE "First Name" TO WS-FL-Label.
           MOVE WR-Cust-First-Name TO WS-FL-Value.
           PERFORM 8000-Write-Field-Line.
           MOVE "Street" TO WS-FL-Label.
           MOVE WR-Cust-Street TO WS-FL-Value.
           PERFORM 8000-Write-Field-Line.
           MOVE "City" TO WS-FL-Label.
           MOVE WR-Cust-City TO WS-FL-Value.
           PERFORM 8000-Write-Field-Line.
           MOVE "State" TO WS-FL-Label.
           MOVE WR-Cust-State TO WS-FL-Value.
           PERFORM 8000-Write-Field-Line.
           MOVE "Zip" TO WS-FL-Label.
           MOVE WR-Cust-Zip TO WS-FL-Value.
           PERFORM 8000-Write-Field-Line.
           MOVE "Phone" TO WS-FL-Label.
           MOVE WR-Cust-Phone TO WS-FL-Value.
           PERFORM 8000-Write-Field-Line.
           MOVE "Credit Limit" TO WS-FL-Label.
           IF WR-Cust-Credit-Limit-X NUMERIC
              MOVE WR-Cust-Credit-Limit TO WS-Amount-Edit
              MOVE WS-Amount-Edit TO WS-FL-Value
           ELSE
              MOVE "(not set)" TO WS-FL-Value
           END-IF.
           PERFORM 8000-Write-Field-Line.
           MOVE "Balance" TO WS-FL-Label.
           IF WR-Cust-Balance-X NUMERIC
              MOVE WR-Cust-Balance TO WS-Amount-Edit
              MOVE WS-Amount-Edit TO WS-FL-Value
           ELSE
              MOVE "(not set)" TO WS-FL-Value
           END-IF.
           MOVE "  (kept by AR - as at the source above)"
              TO WS-FL-Note.
           PERFORM 8000-Write-Field-Line.
           MOVE SPACES TO WS-FL-Note.
           MOVE "Tax Exempt" TO WS-FL-Label.
           MOVE WR-Cust-Tax-Exempt TO WS-FL-Value.
           PERFORM 8000-Write-Field-Line.
           MOVE "Exempt Cert" TO WS-FL-Label.
           MOVE WR-Cust-Exempt-Cert TO WS-FL-Value.
           PERFORM 8000-Write-Field-Line.

       3000-End-Job.
           DISPLAY EOJ-End-Message.
           IF WS-No-Log
              DISPLAY "   No maintenance log on file - answers are "
                 "from the customer master."
           END-IF.
           DISPLAY "   Requests Read:      " WS-Request-Cnt.
           DISPLAY "   Records Rebuilt:    " WS-Rebuilt-Cnt.
           DISPLAY "   Did Not Exist:      " WS-Not-Existing-Cnt.
           IF WS-Request-Error-Cnt > ZERO
              DISPLAY "   Requests In Error:  " WS-Request-Error-Cnt
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CUSTFile, AsOfRequestFile, AsOfReportFile.

       5000-Read-CUSTFile.
           READ CUSTFile
              RECORD KEY IS CUSTFile-Cust-ID
           END-READ.
           IF NOT WS-CUSTFile-Good AND NOT WS-CUSTFile-Not-Found
              DISPLAY "** ERROR **: 5000-Read-CUSTFile"
              DISPLAY "Read CUSTFile Failed."
              DISPLAY "File Status: " WS-CUSTFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       5100-Read-AsOf-Request.
           READ AsOfRequestFile
              AT END CONTINUE
           END-READ.
           IF NOT WS-AsOfRequestFile-Good
              AND NOT WS-AsOfRequestFile-EOF
              DISPLAY "** ERROR **: 5100-Read-AsOf-Request"
              DISPLAY "Read AsOfRequestFile Failed."
              DISPLAY "File Status: " WS-AsOfRequestFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       5200-Read-Cust-Audit.
           READ CustAuditFile
              AT END CONTINUE
           END-READ.
           IF NOT WS-CustAuditFile-Good
              AND NOT WS-CustAuditFile-EOF
              DISPLAY "** ERROR **: 5200-Read-Cust-Audit"
              DISPLAY "Read CustAuditFile Failed."
              DISPLAY "File Status: " WS-CustAuditFile-Status
              CLOSE CustAuditFile
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       8000-Write-Field-Line.
           MOVE WS-Field-Line TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.

       8100-Write-Disposition.
           MOVE WS-Disposition-Line TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.

       9000-Write-Print-Line.
           IF WS-Line-Cnt > WS-Page-Limit
              PERFORM 9100-Start-New-Page
           END-IF.
           WRITE AsOfReportRec FROM WS-Print-Line.
           IF NOT WS-AsOfReportFile-Good
              DISPLAY "** ERROR **: 9000-Write-Print-Line"
              DISPLAY "Write AsOfReportFile Failed."
              DISPLAY "File Status: " WS-AsOfReportFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Line-Cnt.

       9100-Start-New-Page.
           ADD +1 TO WS-Page-Cnt.
           MOVE WS-RD-YYYY TO WS-PH-YYYY.
           MOVE WS-RD-MM TO WS-PH-MM.
           MOVE WS-RD-DD TO WS-PH-DD.
           MOVE WS-Page-Cnt TO WS-PH-Page.
           WRITE AsOfReportRec FROM WS-Page-Heading.
           IF NOT WS-AsOfReportFile-Good
              DISPLAY "** ERROR **: 9100-Start-New-Page"
              DISPLAY "Write AsOfReportFile Failed."
              DISPLAY "File Status: " WS-AsOfReportFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO AsOfReportRec.
           WRITE AsOfReportRec.
           IF NOT WS-AsOfReportFile-Good
              DISPLAY "** ERROR **: 9100-Start-New-Page"
              DISPLAY "Write AsOfReportFile Failed."
              DISPLAY "File Status: " WS-AsOfReportFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 2 TO WS-Line-Cnt.
