      ***********************************************************
      * Program name:    VSCBCHGS
      * Original author: dastagg
      *
      *    Description: Daily customer change report.
      *    Prints every customer maintenance action VSCBMNT1 logged
      *       to custaudit.dat.txt for one business date, in log
      *       order, to custchg.rpt.txt:
      *       Section 1 - each add, change and delete with its
      *          requester, and field by field the old and new
      *          values of every field the action altered. A field
      *          with nothing in it prints as "(not set)", so an
      *          add shows only new values and a delete only old.
      *       Section 2 - credit-limit increases larger than
      *          WS-Credit-Signoff-Threshold, listed apart with a
      *          sign-off line for the credit manager. A new
      *          customer's limit counts as an increase from zero.
      *    The business date is read from custchg.parm.dat, which
      *       the job stream writes from the run-control record
      *       (or from the date asked for when a day is reprinted).
      *    No log yet (status "35") prints a report saying there
      *       was no maintenance rather than failing the job.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBCHGS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustAuditFile
           ASSIGN TO "../idata/custaudit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CustAuditFile-Status.

           SELECT ChangeParmFile
           ASSIGN TO "../idata/custchg.parm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ChangeParmFile-Status.

           SELECT ChangeReportFile
           ASSIGN TO "../idata/custchg.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ChangeReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CustAuditFile.
           COPY CUSTAUD REPLACING ==:tag:== BY ==CA==.

       FD  ChangeParmFile.
       01  ChangeParmRec.
           12 CP-Report-Date                PIC 9(08).
           12 CP-Report-Date-X
              REDEFINES CP-Report-Date      PIC X(08).

       FD  ChangeReportFile.
       01  ChangeReportRec                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CustAuditFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChangeParmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChangeReportFile==.

      *    The log's before and after images picked apart.
           COPY CUSTOMER REPLACING ==:tag:== BY ==WB==.
           COPY CUSTOMER REPLACING ==:tag:== BY ==WA==.

       01  WS-Change-Counters.
           12 WS-Log-Read-Cnt               PIC 9(06) COMP VALUE ZERO.
           12 WS-Action-Cnt                 PIC 9(06) COMP VALUE ZERO.
           12 WS-Added-Cnt                  PIC 9(06) COMP VALUE ZERO.
           12 WS-Changed-Cnt                PIC 9(06) COMP VALUE ZERO.
           12 WS-Deleted-Cnt                PIC 9(06) COMP VALUE ZERO.
           12 WS-Signoff-Cnt                PIC 9(06) COMP VALUE ZERO.
           12 WS-Field-Diff-Cnt             PIC 9(04) COMP VALUE ZERO.

       01  WS-Report-Date                   PIC 9(08) VALUE ZERO.
       01  WS-Report-Date-R REDEFINES WS-Report-Date.
           12 WS-RD-YYYY                    PIC 9(4).
           12 WS-RD-MM                      PIC 99.
           12 WS-RD-DD                      PIC 99.

      *    Credit-limit increases above this amount need the credit
      *    manager's sign-off.
       01  WS-Credit-Signoff-Threshold      PIC 9(05)V99 VALUE 1000.00.

       01  WS-Old-Limit                     PIC 9(05)V99 VALUE ZERO.
       01  WS-New-Limit                     PIC 9(05)V99 VALUE ZERO.
       01  WS-Limit-Increase                PIC 9(05)V99 VALUE ZERO.

       01  WS-No-Log-Switch                 PIC X(01) VALUE "N".
           88 WS-No-Log                     VALUE "Y".

      *    One field's old and new values, set up by the caller of
      *    2210-Compare-Field.
       01  WS-Diff-Work.
           12 WS-Diff-Label                 PIC X(16).
           12 WS-Diff-Old                   PIC X(30).
           12 WS-Diff-New                   PIC X(30).

       01  WS-Amount-Edit                   PIC ZZ,ZZ9.99.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program VSCBCHGS - End of Run Messages".

      *    Print-file control - a fresh page every WS-Page-Limit
      *    lines, each page headed with the business date, page
      *    number and the heading of the section being printed.
       01  WS-Print-Control.
           12 WS-Page-Limit                 PIC 9(02) COMP VALUE 55.
           12 WS-Line-Cnt                   PIC 9(02) COMP VALUE 99.
           12 WS-Page-Cnt                   PIC 9(04) COMP VALUE ZERO.

       01  WS-Page-Heading.
           12 FILLER                        PIC X(43) VALUE
              "Customer Maintenance Changes  Business Date".
           12 FILLER                        PIC X VALUE SPACE.
           12 WS-PH-YYYY                    PIC 9(4).
           12 FILLER                        PIC X VALUE "-".
           12 WS-PH-MM                      PIC 99.
           12 FILLER                        PIC X VALUE "-".
           12 WS-PH-DD                      PIC 99.
           12 FILLER                        PIC X(07) VALUE "  Page ".
           12 WS-PH-Page                    PIC ZZZ9.
           12 FILLER                        PIC X(67) VALUE SPACE.

       01  WS-Section-Heading               PIC X(132) VALUE SPACES.

       01  WS-Section1-Heading.
           12 FILLER                        PIC X(48) VALUE
              "Section 1 - Maintenance Applied (old -> new)".
           12 FILLER                        PIC X(84) VALUE SPACE.

       01  WS-Section2-Heading.
           12 FILLER                        PIC X(40) VALUE
              "Section 2 - Credit-Limit Increases Over ".
           12 WS-S2-Threshold               PIC ZZ,ZZ9.99.
           12 FILLER                        PIC X(30) VALUE
              " - Credit Manager Sign-Off".
           12 FILLER                        PIC X(53) VALUE SPACE.

       01  WS-Action-Line.
           12 FILLER                        PIC X(04) VALUE "Seq ".
           12 WS-AL-Seq-Nbr                 PIC 9(06).
           12 FILLER                        PIC X(10) VALUE
              "  Cust-ID ".
           12 WS-AL-Cust-ID                 PIC 9(04).
           12 FILLER                        PIC X(02) VALUE SPACE.
           12 WS-AL-Action                  PIC X(08).
           12 FILLER                        PIC X(14) VALUE
              "  Requested by".
           12 FILLER                        PIC X VALUE SPACE.
           12 WS-AL-Requester-ID            PIC X(08).
           12 FILLER                        PIC X(02) VALUE SPACE.
           12 WS-AL-Last-Name               PIC X(15).
           12 FILLER                        PIC X VALUE SPACE.
           12 WS-AL-First-Name              PIC X(15).
           12 FILLER                        PIC X(42) VALUE SPACE.

       01  WS-Field-Line.
           12 FILLER                        PIC X(04) VALUE SPACE.
           12 WS-FL-Label                   PIC X(16).
           12 WS-FL-Old                     PIC X(30).
           12 FILLER                        PIC X(04) VALUE " -> ".
           12 WS-FL-New                     PIC X(30).
           12 FILLER                        PIC X(48) VALUE SPACE.

       01  WS-No-Diff-Line.
           12 FILLER                        PIC X(04) VALUE SPACE.
           12 FILLER                        PIC X(38) VALUE
              "(record rewritten, no field altered)".
           12 FILLER                        PIC X(90) VALUE SPACE.

       01  WS-Signoff-Column-Heading.
           12 FILLER                        PIC X(08) VALUE "Cust-ID ".
           12 FILLER                        PIC X(32) VALUE
              "Customer Name".
           12 FILLER                        PIC X(10) VALUE
              "Requester ".
           12 FILLER                        PIC X(11) VALUE
              "Old Limit".
           12 FILLER                        PIC X(11) VALUE
              "New Limit".
           12 FILLER                        PIC X(11) VALUE
              " Increase".
           12 FILLER                        PIC X(06) VALUE "Seq".
           12 FILLER                        PIC X(43) VALUE SPACE.

       01  WS-Signoff-Line.
           12 FILLER                        PIC X(02) VALUE SPACE.
           12 WS-SL-Cust-ID                 PIC 9(04).
           12 FILLER                        PIC X(02) VALUE SPACE.
           12 WS-SL-Last-Name               PIC X(15).
           12 FILLER                        PIC X VALUE SPACE.
           12 WS-SL-First-Name              PIC X(15).
           12 FILLER                        PIC X VALUE SPACE.
           12 WS-SL-Requester-ID            PIC X(08).
           12 FILLER                        PIC X(02) VALUE SPACE.
           12 WS-SL-Old-Limit               PIC ZZ,ZZ9.99.
           12 FILLER                        PIC X(02) VALUE SPACE.
           12 WS-SL-New-Limit               PIC ZZ,ZZ9.99.
           12 FILLER                        PIC X(02) VALUE SPACE.
           12 WS-SL-Increase                PIC ZZ,ZZ9.99.
           12 FILLER                        PIC X(02) VALUE SPACE.
           12 WS-SL-Seq-Nbr                 PIC 9(06).
           12 FILLER                        PIC X(43) VALUE SPACE.

       01  WS-Signoff-Box.
           12 FILLER                        PIC X(08) VALUE SPACE.
           12 FILLER                        PIC X(51) VALUE
              "Approved by: ______________________  Date: ________".
           12 FILLER                        PIC X(73) VALUE SPACE.

       01  WS-Total-Line.
           12 WS-TL-Text                    PIC X(40).
           12 WS-TL-Count                   PIC ZZZ,ZZ9.
           12 FILLER                        PIC X(85) VALUE SPACE.

       01  WS-Message-Line.
           12 WS-ML-Text                    PIC X(80).
           12 FILLER                        PIC X(52) VALUE SPACE.

       01  WS-Print-Line                    PIC X(132).

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           OPEN INPUT ChangeParmFile.
           IF NOT WS-ChangeParmFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ChangeParmFile Failed."
              DISPLAY "File Status: " WS-ChangeParmFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           READ ChangeParmFile
              AT END CONTINUE
           END-READ.
           IF NOT WS-ChangeParmFile-Good
              OR CP-Report-Date-X NOT NUMERIC
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Business date missing or not numeric on "
                 "ChangeParmFile."
              CLOSE ChangeParmFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE CP-Report-Date TO WS-Report-Date.
           CLOSE ChangeParmFile.
           OPEN OUTPUT ChangeReportFile.
           IF NOT WS-ChangeReportFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ChangeReportFile Failed."
              DISPLAY "File Status: " WS-ChangeReportFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-Credit-Signoff-Threshold TO WS-S2-Threshold.

       2000-Process.
           MOVE WS-Section1-Heading TO WS-Section-Heading.
           PERFORM 2050-Open-Cust-Audit.
           IF NOT WS-No-Log
              PERFORM 5000-Read-Cust-Audit
              PERFORM UNTIL WS-CustAuditFile-EOF
                 IF CA-Run-Date = WS-Report-Date
                    PERFORM 2100-Print-Action
                 END-IF
                 PERFORM 5000-Read-Cust-Audit
              END-PERFORM
              CLOSE CustAuditFile
           END-IF.
           IF WS-Action-Cnt = ZERO
              MOVE "No customer maintenance for this business date."
                 TO WS-ML-Text
              MOVE WS-Message-Line TO WS-Print-Line
              PERFORM 9000-Write-Print-Line
           END-IF.

      *    Second pass for the sign-off section, on a page of its
      *    own so it can be torn off and handed over.
           MOVE WS-Section2-Heading TO WS-Section-Heading.
           MOVE 99 TO WS-Line-Cnt.
           IF WS-Action-Cnt > ZERO
              PERFORM 2050-Open-Cust-Audit
              PERFORM 5000-Read-Cust-Audit
              PERFORM UNTIL WS-CustAuditFile-EOF
                 IF CA-Run-Date = WS-Report-Date
                    PERFORM 2300-Check-Credit-Increase
                 END-IF
                 PERFORM 5000-Read-Cust-Audit
              END-PERFORM
              CLOSE CustAuditFile
           END-IF.
           IF WS-Signoff-Cnt = ZERO
              MOVE "No credit-limit increases need sign-off."
                 TO WS-ML-Text
              MOVE WS-Message-Line TO WS-Print-Line
              PERFORM 9000-Write-Print-Line
           END-IF.

       2050-Open-Cust-Audit.
           OPEN INPUT CustAuditFile.
           IF NOT WS-CustAuditFile-Good
              IF WS-CustAuditFile-Status = "35"
                 SET WS-No-Log TO TRUE
              ELSE
                 DISPLAY "** ERROR **: 2050-Open-Cust-Audit"
                 DISPLAY "Open CustAuditFile Failed."
                 DISPLAY "File Status: " WS-CustAuditFile-Status
                 CLOSE ChangeReportFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2100-Print-Action.
           ADD +1 TO WS-Action-Cnt.
           MOVE CA-Before-Image TO WB-Customer-Record.
           MOVE CA-After-Image TO WA-Customer-Record.
           MOVE CA-Seq-Nbr TO WS-AL-Seq-Nbr.
           MOVE CA-Cust-ID TO WS-AL-Cust-ID.
           MOVE CA-Requester-ID TO WS-AL-Requester-ID.
           EVALUATE TRUE
              WHEN CA-Added
                 ADD +1 TO WS-Added-Cnt
                 MOVE "ADDED" TO WS-AL-Action
                 MOVE WA-Cust-Last-Name TO WS-AL-Last-Name
                 MOVE WA-Cust-First-Name TO WS-AL-First-Name
              WHEN CA-Changed
                 ADD +1 TO WS-Changed-Cnt
                 MOVE "CHANGED" TO WS-AL-Action
                 MOVE WA-Cust-Last-Name TO WS-AL-Last-Name
                 MOVE WA-Cust-First-Name TO WS-AL-First-Name
              WHEN OTHER
                 ADD +1 TO WS-Deleted-Cnt
                 MOVE "DELETED" TO WS-AL-Action
                 MOVE WB-Cust-Last-Name TO WS-AL-Last-Name
                 MOVE WB-Cust-First-Name TO WS-AL-First-Name
           END-EVALUATE.
           MOVE SPACES TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.
           MOVE WS-Action-Line TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.
           PERFORM 2200-Print-Field-Diffs.

       2200-Print-Field-Diffs.
           MOVE ZERO TO WS-Field-Diff-Cnt.
           MOVE "Last Name" TO WS-Diff-Label.
           MOVE WB-Cust-Last-Name TO WS-Diff-Old.
           MOVE WA-Cust-Last-Name TO WS-Diff-New.
           PERFORM 2210-Compare-Field.
           MOVE "First Name" TO WS-Diff-Label.
           MOVE WB-Cust-First-Name TO WS-Diff-Old.
           MOVE WA-Cust-First-Name TO WS-Diff-New.
           PERFORM 2210-Compare-Field.
           MOVE "Street" TO WS-Diff-Label.
           MOVE WB-Cust-Street TO WS-Diff-Old.
           MOVE WA-Cust-Street TO WS-Diff-New.
           PERFORM 2210-Compare-Field.
           MOVE "City" TO WS-Diff-Label.
           MOVE WB-Cust-City TO WS-Diff-Old.
           MOVE WA-Cust-City TO WS-Diff-New.
           PERFORM 2210-Compare-Field.
           MOVE "State" TO WS-Diff-Label.
           MOVE WB-Cust-State TO WS-Diff-Old.
           MOVE WA-Cust-State TO WS-Diff-New.
           PERFORM 2210-Compare-Field.
           MOVE "Zip" TO WS-Diff-Label.
           MOVE WB-Cust-Zip TO WS-Diff-Old.
           MOVE WA-Cust-Zip TO WS-Diff-New.
           PERFORM 2210-Compare-Field.
           MOVE "Phone" TO WS-Diff-Label.
           MOVE WB-Cust-Phone TO WS-Diff-Old.
           MOVE WA-Cust-Phone TO WS-Diff-New.
           PERFORM 2210-Compare-Field.
      *    Money fields are compared on their character views - a
      *    blank old record must not be read as a number - and
      *    edited for print only when there is a number to edit.
           IF WB-Cust-Credit-Limit-X NOT = WA-Cust-Credit-Limit-X
              MOVE "Credit Limit" TO WS-Diff-Label
              MOVE SPACES TO WS-Diff-Old, WS-Diff-New
              IF WB-Cust-Credit-Limit-X NUMERIC
                 MOVE WB-Cust-Credit-Limit TO WS-Amount-Edit
                 MOVE WS-Amount-Edit TO WS-Diff-Old
              END-IF
              IF WA-Cust-Credit-Limit-X NUMERIC
                 MOVE WA-Cust-Credit-Limit TO WS-Amount-Edit
                 MOVE WS-Amount-Edit TO WS-Diff-New
              END-IF
              PERFORM 2220-Print-Field-Line
           END-IF.
           IF WB-Cust-Balance-X NOT = WA-Cust-Balance-X
              MOVE "Balance" TO WS-Diff-Label
              MOVE SPACES TO WS-Diff-Old, WS-Diff-New
              IF WB-Cust-Balance-X NUMERIC
                 MOVE WB-Cust-Balance TO WS-Amount-Edit
                 MOVE WS-Amount-Edit TO WS-Diff-Old
              END-IF
              IF WA-Cust-Balance-X NUMERIC
                 MOVE WA-Cust-Balance TO WS-Amount-Edit
                 MOVE WS-Amount-Edit TO WS-Diff-New
              END-IF
              PERFORM 2220-Print-Field-Line
           END-IF.
           MOVE "Tax Exempt" TO WS-Diff-Label.
           MOVE WB-Cust-Tax-Exempt TO WS-Diff-Old.
           MOVE WA-Cust-Tax-Exempt TO WS-Diff-New.
           PERFORM 2210-Compare-Field.
           MOVE "Exempt Cert" TO WS-Diff-Label.
           MOVE WB-Cust-Exempt-Cert TO WS-Diff-Old.
           MOVE WA-Cust-Exempt-Cert TO WS-Diff-New.
           PERFORM 2210-Compare-Field.
           IF WS-Field-Diff-Cnt = ZERO
              MOVE WS-No-Diff-Line TO WS-Print-Line
              PERFORM 9000-Write-Print-Line
           END-IF.

       2210-Compare-Field.
           IF WS-Diff-Old NOT = WS-Diff-New
              PERFORM 2220-Print-Field-Line
           END-IF.

       2220-Print-Field-Line.
           ADD +1 TO WS-Field-Diff-Cnt.
           IF WS-Diff-Old = SPACES
              MOVE "(not set)" TO WS-Diff-Old
           END-IF.
           IF WS-Diff-New = SPACES
              MOVE "(not set)" TO WS-Diff-New
           END-IF.
           MOVE WS-Diff-Label TO WS-FL-Label.
           MOVE WS-Diff-Old TO WS-FL-Old.
           MOVE WS-Diff-New TO WS-FL-New.
           MOVE WS-Field-Line TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.

       2300-Check-Credit-Increase.
      *    A limit that is blank (unset, or no record at all on an
      *    add or delete) counts as zero.
           MOVE CA-Before-Image TO WB-Customer-Record.
           MOVE CA-After-Image TO WA-Customer-Record.
           MOVE ZERO TO WS-Old-Limit, WS-New-Limit.
           IF WB-Cust-Credit-Limit-X NUMERIC
              MOVE WB-Cust-Credit-Limit TO WS-Old-Limit
           END-IF.
           IF WA-Cust-Credit-Limit-X NUMERIC
              MOVE WA-Cust-Credit-Limit TO WS-New-Limit
           END-IF.
           IF WS-New-Limit > WS-Old-Limit
              SUBTRACT WS-Old-Limit FROM WS-New-Limit
                 GIVING WS-Limit-Increase
              IF WS-Limit-Increase > WS-Credit-Signoff-Threshold
                 PERFORM 2310-Print-Signoff
              END-IF
           END-IF.

       2310-Print-Signoff.
           ADD +1 TO WS-Signoff-Cnt.
           IF WS-Signoff-Cnt = 1
              MOVE WS-Signoff-Column-Heading TO WS-Print-Line
              PERFORM 9000-Write-Print-Line
           END-IF.
           MOVE CA-Cust-ID TO WS-SL-Cust-ID.
           MOVE WA-Cust-Last-Name TO WS-SL-Last-Name.
           MOVE WA-Cust-First-Name TO WS-SL-First-Name.
           MOVE CA-Requester-ID TO WS-SL-Requester-ID.
           MOVE WS-Old-Limit TO WS-SL-Old-Limit.
           MOVE WS-New-Limit TO WS-SL-New-Limit.
           MOVE WS-Limit-Increase TO WS-SL-Increase.
           MOVE CA-Seq-Nbr TO WS-SL-Seq-Nbr.
           MOVE SPACES TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.
           MOVE WS-Signoff-Line TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.
           MOVE WS-Signoff-Box TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.

       3000-End-Job.
           MOVE SPACES TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.
           MOVE "Maintenance actions for the date:" TO WS-TL-Text.
           MOVE WS-Action-Cnt TO WS-TL-Count.
           MOVE WS-Total-Line TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.
           MOVE "   Added:" TO WS-TL-Text.
           MOVE WS-Added-Cnt TO WS-TL-Count.
           MOVE WS-Total-Line TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.
           MOVE "   Changed:" TO WS-TL-Text.
           MOVE WS-Changed-Cnt TO WS-TL-Count.
           MOVE WS-Total-Line TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.
           MOVE "   Deleted:" TO WS-TL-Text.
           MOVE WS-Deleted-Cnt TO WS-TL-Count.
           MOVE WS-Total-Line TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.
           MOVE "Credit-limit increases for sign-off:" TO WS-TL-Text.
           MOVE WS-Signoff-Cnt TO WS-TL-Count.
           MOVE WS-Total-Line TO WS-Print-Line.
           PERFORM 9000-Write-Print-Line.
           DISPLAY EOJ-End-Message.
           DISPLAY "   Business Date:       " WS-Report-Date.
           IF WS-No-Log
              DISPLAY "   No maintenance log on file."
           END-IF.
           DISPLAY "   Log Records Read:    " WS-Log-Read-Cnt.
           DISPLAY "   Actions Reported:    " WS-Action-Cnt.
           DISPLAY "   Sign-Offs Listed:    " WS-Signoff-Cnt.
           CLOSE ChangeReportFile.

       5000-Read-Cust-Audit.
           READ CustAuditFile
              AT END CONTINUE
           END-READ.
           IF WS-CustAuditFile-Good
              ADD +1 TO WS-Log-Read-Cnt
           ELSE
              IF NOT WS-CustAuditFile-EOF
                 DISPLAY "** ERROR **: 5000-Read-Cust-Audit"
                 DISPLAY "Read CustAuditFile Failed."
                 DISPLAY "File Status: " WS-CustAuditFile-Status
                 CLOSE CustAuditFile, ChangeReportFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       9000-Write-Print-Line.
           IF WS-Line-Cnt > WS-Page-Limit
              PERFORM 9100-Start-New-Page
           END-IF.
           WRITE ChangeReportRec FROM WS-Print-Line.
           IF NOT WS-ChangeReportFile-Good
              DISPLAY "** ERROR **: 9000-Write-Print-Line"
              DISPLAY "Write ChangeReportFile Failed."
              DISPLAY "File Status: " WS-ChangeReportFile-Status
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
           WRITE ChangeReportRec FROM WS-Page-Heading.
           IF NOT WS-ChangeReportFile-Good
              DISPLAY "** ERROR **: 9100-Start-New-Page"
              DISPLAY "Write ChangeReportFile Failed."
              DISPLAY "File Status: " WS-ChangeReportFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           WRITE ChangeReportRec FROM WS-Section-Heading.
           IF NOT WS-ChangeReportFile-Good
              DISPLAY "** ERROR **: 9100-Start-New-Page"
              DISPLAY "Write ChangeReportFile Failed."
              DISPLAY "File Status: " WS-ChangeReportFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO ChangeReportRec.
           WRITE ChangeReportRec.
           IF NOT WS-ChangeReportFile-Good
              DISPLAY "** ERROR **: 9100-Start-New-Page"
              DISPLAY "Write ChangeReportFile Failed."
              DISPLAY "File Status: " WS-ChangeReportFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 3 TO WS-Line-Cnt.
