      ***********************************************************
      * Program name:    BDS1031
      * Original author: dastagg
      *
      * Description: Collections dunning pass. Runs in the daily
      * stream right after the AR pass (BDS1015) has rewritten the
      * open-item file, and works each customer's open items by the
      * age of the oldest one still carrying a balance, on the
      * same 30/360 day count the aged trial balance uses:
      *   - over 30 days  - level 1, a payment reminder
      *   - over 60 days  - level 2, a firm notice
      *   - over 90 days  - level 3, a final demand
      * The dunning status file keeps each customer's level and
      * the date of the last letter sent. A letter is printed only
      * when the customer's level rises, so the same letter never
      * goes out twice; a customer who pays down the oldest items
      * drops back to the level the remaining items earn without
      * a letter, and one with nothing past due drops off the file
      * altogether.
      * A customer at the final level goes on the collections-hold
      * list BDS1006 reads, and every order they place goes to
      * credit hold with a PAST DUE reason, until either:
      *   - collections releases them - a release record naming
      *     the customer and who released them; the release holds
      *     until the customer next climbs back to the final level
      *   - the overdue items are paid, and the customer falls
      *     below the final level on the next pass
      * The dunning register lists every customer with anything
      * past due and what was done about them. A release for a
      * customer not on hold is listed and ends the run
      * RETURN-CODE 4, as does a letter that could not be
      * addressed because the customer is not on the master.
      * The rewritten status file and collections-hold list are
      * written beside the live ones and the job swaps both in
      * after a clean pass.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      * 2026-10-15 dastagg       Collections-hold list written to
      *                          c10-5collnew for the job to swap
      *                          in with the status file - an abort
      *                          no longer leaves the live list
      *                          emptied. Open-item record grew to
      *                          42 bytes; credits on account are
      *                          not dunned.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS1031.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AROpenFile
           ASSIGN TO "../data/c10-5aropen.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AROpenFile-Status.

           SELECT DunningFile
           ASSIGN TO "../data/c10-5dunning.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DunningFile-Status.

           SELECT DunningNewFile
           ASSIGN TO "../data/c10-5dunnew.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DunningNewFile-Status.

           SELECT CollReleaseFile
           ASSIGN TO "../data/c10-5collrel.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CollReleaseFile-Status.

           SELECT CollHoldFile
           ASSIGN TO "../data/c10-5collnew.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CollHoldFile-Status.

           SELECT LetterFile
           ASSIGN TO "../data/c10-5dunltr.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LetterFile-Status.

           SELECT DunRegisterFile
           ASSIGN TO "../data/c10-5dunreg.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DunRegisterFile-Status.

           SELECT CUSTFile
           ASSIGN TO "../../../Indexed/idata/customer.idat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CUSTFile-Cust-ID
           ALTERNATE RECORD KEY IS CUSTFile-Cust-Name
              WITH DUPLICATES
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUSTFile-Status.

           SELECT RunControlFile
           ASSIGN TO "../data/c10-5runctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunControlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD AROpenFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AROpenRec.
           88 EndOfAROpenFile       VALUE HIGH-VALUES.
           02 AR-Cust-ID            PIC 9(4).
           02 AR-Sep1               PIC X.
           02 AR-Invoice-Nbr        PIC 9(6).
           02 AR-Sep2               PIC X.
           02 AR-Inv-Date           PIC 9(8).
           02 AR-Sep3               PIC X.
           02 AR-Orig-Amount        PIC 9(7)V99.
           02 AR-Sep4               PIC X.
           02 AR-Open-Balance       PIC 9(7)V99.
           02 AR-Sep5               PIC X.
           02 AR-Item-Type          PIC X.
              88 AR-Invoice-Item    VALUE "I" SPACE.
              88 AR-Unapplied-Credit
                                    VALUE "U".

      *    One record per customer with anything past due, in
      *    Cust-ID order. Hold status "H" is on collections hold,
      *    "R" released by collections at the final level.
       FD DunningFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DunningRec.
           02 DN-Cust-ID            PIC 9(4).
           02 DN-Sep1               PIC X.
           02 DN-Level              PIC 9.
           02 DN-Sep2               PIC X.
           02 DN-Last-Letter-Date   PIC 9(8).
           02 DN-Sep3               PIC X.
           02 DN-Hold-Status        PIC X.
              88 DN-On-Hold         VALUE "H".
              88 DN-Released        VALUE "R".
           02 DN-Sep4               PIC X.
           02 DN-Release-Date       PIC 9(8).
           02 DN-Sep5               PIC X.
           02 DN-Released-By        PIC X(10).

       FD DunningNewFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DunningNewRec            PIC X(37).

      *    Keyed by collections - the customer to release and who
      *    released them.
       FD CollReleaseFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CollReleaseRec.
           02 CRL-Cust-ID           PIC 9(4).
           02 CRL-Sep1              PIC X.
           02 CRL-Released-By       PIC X(10).

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

       FD LetterFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LetterRec                PIC X(80).

       FD DunRegisterFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DunRegisterRec           PIC X(80).

       FD CUSTFile.
           COPY CUSTOMER REPLACING ==:tag:== BY ==CUSTFile==.

       FD  RunControlFile.
           COPY RUNCTL REPLACING ==:tag:== BY ==RC==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RunControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AROpenFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DunningFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DunningNewFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CollReleaseFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CollHoldFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LetterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DunRegisterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.

       01  WS-Run-Date              PIC 9(8).
       01  WS-Run-Date-R REDEFINES WS-Run-Date.
           02 WS-RD-YYYY            PIC 9(4).
           02 WS-RD-MM              PIC 99.
           02 WS-RD-DD              PIC 99.
       01  WS-Item-Date             PIC 9(8).
       01  WS-Item-Date-R REDEFINES WS-Item-Date.
           02 WS-ID-YYYY            PIC 9(4).
           02 WS-ID-MM              PIC 99.
           02 WS-ID-DD              PIC 99.
       01  WS-Run-Date-Days         PIC 9(8) COMP VALUE ZERO.
       01  WS-Item-Date-Days        PIC 9(8) COMP VALUE ZERO.
       01  WS-Item-Age-Days         PIC S9(5) COMP VALUE ZERO.

      *    Age, in days, an item must pass to earn each level -
      *    the aged trial balance's bucket boundaries.
       01  WS-Level-Thresholds.
           02 WS-Level-1-Days       PIC 9(3) VALUE 30.
           02 WS-Level-2-Days       PIC 9(3) VALUE 60.
           02 WS-Level-3-Days       PIC 9(3) VALUE 90.

       01  WS-Dun-Counters.
           02 WS-Customers-Cnt      PIC 9(6) COMP VALUE ZERO.
           02 WS-Past-Due-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-Letters-Cnt        PIC 9(6) COMP VALUE ZERO.
           02 WS-Reminder-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-Firm-Notice-Cnt    PIC 9(6) COMP VALUE ZERO.
           02 WS-Final-Demand-Cnt   PIC 9(6) COMP VALUE ZERO.
           02 WS-On-Hold-Cnt        PIC 9(6) COMP VALUE ZERO.
           02 WS-Released-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-Cleared-Cnt        PIC 9(6) COMP VALUE ZERO.
           02 WS-No-Letter-Cnt      PIC 9(6) COMP VALUE ZERO.
           02 WS-Bad-Release-Cnt    PIC 9(6) COMP VALUE ZERO.

      *    Yesterday's dunning status, loaded whole - the open items
      *    decide today's level, this says what was already sent.
       01  WS-Dun-Status.
           02 WS-DS-Max             PIC 9(04) COMP VALUE 2000.
           02 WS-DS-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-DS-Table OCCURS 2000 TIMES.
              03 WS-DS-Cust-ID      PIC 9(4).
              03 WS-DS-Level        PIC 9.
              03 WS-DS-Last-Letter  PIC 9(8).
              03 WS-DS-Hold-Status  PIC X.
              03 WS-DS-Release-Date PIC 9(8).
              03 WS-DS-Released-By  PIC X(10).
              03 WS-DS-Seen-Flag    PIC X.
                 88 DS-Seen         VALUE "Y".
                 88 DS-Not-Seen     VALUE "N".
           02 WS-DS-IDX             PIC 9(04) COMP VALUE ZERO.
       01  WS-DS-Found-Switch       PIC X VALUE "N".
           88 Found-Dun-Status      VALUE "Y".
           88 No-Dun-Status         VALUE "N".
       01  WS-DS-Found-IDX          PIC 9(04) COMP VALUE ZERO.

      *    Collections releases for today's run.
       01  WS-Coll-Releases.
           02 WS-RL-Max             PIC 9(04) COMP VALUE 100.
           02 WS-RL-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-RL-Overflow-Cnt    PIC 9(04) COMP VALUE ZERO.
           02 WS-RL-Table OCCURS 100 TIMES.
              03 WS-RL-Cust-ID      PIC 9(4).
              03 WS-RL-Released-By  PIC X(10).
              03 WS-RL-Used-Flag    PIC X.
                 88 RL-Used         VALUE "Y".
                 88 RL-Not-Used     VALUE "N".
           02 WS-RL-IDX             PIC 9(04) COMP VALUE ZERO.
       01  WS-RL-Found-Switch       PIC X VALUE "N".
           88 Found-Release         VALUE "Y".
           88 No-Release            VALUE "N".
       01  WS-RL-Found-IDX          PIC 9(04) COMP VALUE ZERO.

      *    The current customer's past-due items, for the letter.
       01  WS-Past-Due-Items.
           02 WS-PI-Max             PIC 9(04) COMP VALUE 50.
           02 WS-PI-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-PI-Overflow-Cnt    PIC 9(04) COMP VALUE ZERO.
           02 WS-PI-Table OCCURS 50 TIMES.
              03 WS-PI-Invoice-Nbr  PIC 9(6).
              03 WS-PI-Inv-Date     PIC 9(8).
              03 WS-PI-Age-Days     PIC 9(5).
              03 WS-PI-Open-Balance PIC 9(7)V99.
           02 WS-PI-IDX             PIC 9(04) COMP VALUE ZERO.

       01  WS-Current-Cust-ID       PIC 9(4) VALUE ZERO.
       01  WS-Oldest-Age-Days       PIC S9(5) COMP VALUE ZERO.
       01  WS-Past-Due-Amount       PIC 9(7)V99 VALUE ZERO.
       01  WS-Total-Past-Due        PIC 9(9)V99 VALUE ZERO.
       01  WS-Earned-Level          PIC 9 VALUE ZERO.
       01  WS-Prior-Level           PIC 9 VALUE ZERO.

      *    The customer's status as it will be written today.
       01  WS-New-Status.
           02 WS-NS-Level           PIC 9.
           02 WS-NS-Last-Letter     PIC 9(8).
           02 WS-NS-Hold-Status     PIC X.
              88 NS-On-Hold         VALUE "H".
              88 NS-Released        VALUE "R".
              88 NS-Not-Held        VALUE SPACE.
           02 WS-NS-Release-Date    PIC 9(8).
           02 WS-NS-Released-By     PIC X(10).

       01  WS-Letter-Switch         PIC X VALUE "N".
           88 Letter-Due            VALUE "Y".
           88 No-Letter-Due         VALUE "N".
       01  WS-Register-Action       PIC X(26) VALUE SPACE.

       01  WS-Reg-Heading-1.
           02 FILLER                PIC X(30) VALUE
              "DUNNING REGISTER".
           02 FILLER                PIC X(09) VALUE "RUN DATE ".
           02 WS-RH-Run-Date        PIC 9(8).
           02 FILLER                PIC X(33) VALUE SPACE.

       01  WS-Reg-Heading-2.
           02 FILLER                PIC X(06) VALUE "CUST".
           02 FILLER                PIC X(22) VALUE "NAME".
           02 FILLER                PIC X(07) VALUE "OLDEST".
           02 FILLER                PIC X(13) VALUE "     PAST DUE".
           02 FILLER                PIC X(06) VALUE "  LVL".
           02 FILLER                PIC X(26) VALUE "ACTION".

       01  WS-Reg-Detail-Line.
           02 WS-RD-Cust-ID         PIC 9(4).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RD-Cust-Name       PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RD-Oldest-Days     PIC ZZZZ9.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RD-Past-Due        PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(03) VALUE SPACE.
           02 WS-RD-Level           PIC 9.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RD-Action          PIC X(26).

       01  WS-Reg-Total-Line.
           02 WS-RT-Label           PIC X(30).
           02 WS-RT-Count           PIC ZZ,ZZ9.
           02 FILLER                PIC X(44) VALUE SPACE.

       01  WS-Reg-Amount-Line.
           02 FILLER                PIC X(30) VALUE
              "TOTAL PAST DUE".
           02 WS-RA-Amount          PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(36) VALUE SPACE.

       01  WS-Letter-Heading.
           02 FILLER                PIC X(23) VALUE
              "GADGET STORES LTD      ".
           02 WS-LH-Title           PIC X(30).
           02 WS-LH-Date-YYYY       PIC 9(4).
           02 FILLER                PIC X VALUE "-".
           02 WS-LH-Date-MM         PIC 99.
           02 FILLER                PIC X VALUE "-".
           02 WS-LH-Date-DD         PIC 99.
           02 FILLER                PIC X(17) VALUE SPACE.

       01  WS-Letter-Cust-Line.
           02 FILLER                PIC X(09) VALUE "ACCOUNT ".
           02 WS-LC-Cust-ID         PIC 9(4).
           02 FILLER                PIC X(67) VALUE SPACE.

       01  WS-Letter-Name-Line.
           02 FILLER                PIC X(09) VALUE SPACE.
           02 WS-LN-First-Name      PIC X(15).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-LN-Last-Name       PIC X(15).
           02 FILLER                PIC X(40) VALUE SPACE.

       01  WS-Letter-Street-Line.
           02 FILLER                PIC X(09) VALUE SPACE.
           02 WS-LS-Street          PIC X(25).
           02 FILLER                PIC X(46) VALUE SPACE.

       01  WS-Letter-City-Line.
           02 FILLER                PIC X(09) VALUE SPACE.
           02 WS-LY-City            PIC X(15).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-LY-State           PIC X(02).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-LY-Zip             PIC X(10).
           02 FILLER                PIC X(42) VALUE SPACE.

      *    Letter wording, two lines per level.
       01  WS-Letter-Text-Values.
           02 FILLER                PIC X(60) VALUE
              "Our records show the invoices below are more than".
           02 FILLER                PIC X(60) VALUE
              "30 days old and still unpaid - please remit today.".
           02 FILLER                PIC X(60) VALUE
              "The invoices below are now more than 60 days past".
           02 FILLER                PIC X(60) VALUE
              "due. Please remit the balance shown within 10 days.".
           02 FILLER                PIC X(60) VALUE
              "The invoices below are more than 90 days past due.".
           02 FILLER                PIC X(60) VALUE
              "Further orders are on hold until the balance is paid.".
       01  WS-Letter-Text-Table REDEFINES WS-Letter-Text-Values.
           02 WS-Letter-Level-Text OCCURS 3 TIMES.
              03 WS-Letter-Text     PIC X(60) OCCURS 2 TIMES.
       01  WS-LT-IDX                PIC 9(04) COMP VALUE ZERO.

       01  WS-Letter-Text-Line.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-LX-Text            PIC X(60).
           02 FILLER                PIC X(18) VALUE SPACE.

       01  WS-Letter-Col-Heading.
           02 FILLER                PIC X(10) VALUE "  INVOICE".
           02 FILLER                PIC X(12) VALUE "INV DATE".
           02 FILLER                PIC X(08) VALUE " DAYS".
           02 FILLER                PIC X(12) VALUE "  AMOUNT DUE".
           02 FILLER                PIC X(38) VALUE SPACE.

       01  WS-Letter-Item-Line.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-LI-Invoice-Nbr     PIC 9(6).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-LI-Date-YYYY       PIC 9(4).
           02 FILLER                PIC X VALUE "-".
           02 WS-LI-Date-MM         PIC 99.
           02 FILLER                PIC X VALUE "-".
           02 WS-LI-Date-DD         PIC 99.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-LI-Age-Days        PIC ZZZZ9.
           02 FILLER                PIC X(03) VALUE SPACE.
           02 WS-LI-Amount          PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(38) VALUE SPACE.

       01  WS-Letter-Total-Line.
           02 FILLER                PIC X(32) VALUE
              "  TOTAL PAST DUE".
           02 WS-LT-Amount          PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(36) VALUE SPACE.

       01  WS-Blank-Line            PIC X(80) VALUE SPACE.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(050) VALUE
              "*** Program BDS1031 - Collections Dunning Messages".

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadRunControl.
           PERFORM ComputeRunDateDays.
           PERFORM LoadDunningStatus
           PERFORM LoadCollReleases
           OPEN INPUT AROpenFile
           IF NOT WS-AROpenFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open AROpenFile Failed."
             DISPLAY "File Status: " WS-AROpenFile-Status
             PERFORM AbortRun
           END-IF
           OPEN INPUT CUSTFile
           IF NOT WS-CUSTFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CUSTFile Failed."
             DISPLAY "File Status: " WS-CUSTFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT DunningNewFile
           IF NOT WS-DunningNewFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open DunningNewFile Failed."
             DISPLAY "File Status: " WS-DunningNewFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT CollHoldFile
           IF NOT WS-CollHoldFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CollHoldFile Failed."
             DISPLAY "File Status: " WS-CollHoldFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT LetterFile
           IF NOT WS-LetterFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open LetterFile Failed."
             DISPLAY "File Status: " WS-LetterFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT DunRegisterFile
           IF NOT WS-DunRegisterFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open DunRegisterFile Failed."
             DISPLAY "File Status: " WS-DunRegisterFile-Status
             PERFORM AbortRun
           END-IF

           PERFORM WriteRegisterHeadings
      *    The open items are in Cust-ID order, so each customer's
      *    items arrive together and are dunned as one.
           PERFORM ReadAROpenFile
           PERFORM UNTIL EndOfAROpenFile
             MOVE AR-Cust-ID TO WS-Current-Cust-ID
             PERFORM GatherOneCustomer
             PERFORM DunOneCustomer
           END-PERFORM
           PERFORM ListClearedCustomers
           PERFORM ListUnusedReleases
           PERFORM WriteRegisterTotals

           DISPLAY EOJ-End-Message
           DISPLAY "   Customers Read:      " WS-Customers-Cnt
           DISPLAY "   Customers Past Due:  " WS-Past-Due-Cnt
           DISPLAY "   Letters Printed:     " WS-Letters-Cnt
           DISPLAY "     Reminders:         " WS-Reminder-Cnt
           DISPLAY "     Firm Notices:      " WS-Firm-Notice-Cnt
           DISPLAY "     Final Demands:     " WS-Final-Demand-Cnt
           DISPLAY "   On Collections Hold: " WS-On-Hold-Cnt
           DISPLAY "   Released Today:      " WS-Released-Cnt
           DISPLAY "   Cleared - Paid Up:   " WS-Cleared-Cnt
           DISPLAY "   Letters Not Sent:    " WS-No-Letter-Cnt
           DISPLAY "   Releases Not Held:   " WS-Bad-Release-Cnt
           IF WS-RL-Overflow-Cnt > ZERO
             DISPLAY "   Releases past table limit: "
                WS-RL-Overflow-Cnt
           END-IF
           CLOSE AROpenFile, CUSTFile, DunningNewFile, CollHoldFile,
                 LetterFile, DunRegisterFile
           IF WS-No-Letter-Cnt > ZERO
              OR WS-Bad-Release-Cnt > ZERO
              OR WS-RL-Overflow-Cnt > ZERO
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
           CLOSE AROpenFile, DunningFile, DunningNewFile,
                 CollReleaseFile, CollHoldFile, LetterFile,
                 DunRegisterFile, CUSTFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       ComputeRunDateDays.
      *    30/360 commercial day count, the same one the aged trial
      *    balance buckets on, so a customer's letter level always
      *    agrees with the column their balance prints in.
           COMPUTE WS-Run-Date-Days =
              (WS-RD-YYYY * 360) + (WS-RD-MM * 30) + WS-RD-DD.

       LoadDunningStatus.
      *    Missing status file (status "35") is the first run -
      *    nobody has been sent anything yet.
           OPEN INPUT DunningFile
           IF WS-DunningFile-Good
             PERFORM ReadDunningFile
             PERFORM UNTIL WS-DunningFile-EOF
               IF WS-DS-Cnt >= WS-DS-Max
                 DISPLAY "** ERROR **: LoadDunningStatus"
                 DISPLAY "More dunning records than the table holds."
                 PERFORM AbortRun
               END-IF
               ADD 1 TO WS-DS-Cnt
               MOVE DN-Cust-ID TO WS-DS-Cust-ID(WS-DS-Cnt)
               MOVE DN-Level TO WS-DS-Level(WS-DS-Cnt)
               MOVE DN-Last-Letter-Date
                  TO WS-DS-Last-Letter(WS-DS-Cnt)
               MOVE DN-Hold-Status TO WS-DS-Hold-Status(WS-DS-Cnt)
               MOVE DN-Release-Date
                  TO WS-DS-Release-Date(WS-DS-Cnt)
               MOVE DN-Released-By TO WS-DS-Released-By(WS-DS-Cnt)
               SET DS-Not-Seen(WS-DS-Cnt) TO TRUE
               PERFORM ReadDunningFile
             END-PERFORM
             CLOSE DunningFile
             IF NOT WS-DunningFile-Good
               DISPLAY "** ERROR **: LoadDunningStatus"
               DISPLAY "Close DunningFile Failed."
               DISPLAY "File Status: " WS-DunningFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-DunningFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadDunningStatus"
               DISPLAY "Open DunningFile Failed."
               DISPLAY "File Status: " WS-DunningFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       LoadCollReleases.
      *    Missing release file (status "35") just means collections
      *    released nobody for today's run.
           OPEN INPUT CollReleaseFile
           IF WS-CollReleaseFile-Good
             PERFORM ReadCollReleaseFile
             PERFORM UNTIL WS-CollReleaseFile-EOF
               IF WS-RL-Cnt < WS-RL-Max
                 ADD 1 TO WS-RL-Cnt
                 MOVE CRL-Cust-ID TO WS-RL-Cust-ID(WS-RL-Cnt)
                 MOVE CRL-Released-By
                    TO WS-RL-Released-By(WS-RL-Cnt)
                 SET RL-Not-Used(WS-RL-Cnt) TO TRUE
               ELSE
                 ADD 1 TO WS-RL-Overflow-Cnt
               END-IF
               PERFORM ReadCollReleaseFile
             END-PERFORM
             CLOSE CollReleaseFile
             IF NOT WS-CollReleaseFile-Good
               DISPLAY "** ERROR **: LoadCollReleases"
               DISPLAY "Close CollReleaseFile Failed."
               DISPLAY "File Status: " WS-CollReleaseFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-CollReleaseFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadCollReleases"
               DISPLAY "Open CollReleaseFile Failed."
               DISPLAY "File Status: " WS-CollReleaseFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       GatherOneCustomer.
      *    Ages each of the customer's open items (advancing the
      *    main read), keeping the oldest age still carrying a
      *    balance and the items past the first threshold. A
      *    credit on account is the customer's money, not a debt,
      *    and is never dunned.
           ADD 1 TO WS-Customers-Cnt.
           MOVE ZERO TO WS-Oldest-Age-Days WS-Past-Due-Amount.
           MOVE ZERO TO WS-PI-Cnt WS-PI-Overflow-Cnt.
           PERFORM UNTIL EndOfAROpenFile
              OR AR-Cust-ID NOT = WS-Current-Cust-ID
             IF AR-Open-Balance > ZERO AND AR-Invoice-Item
               PERFORM AgeOneOpenItem
             END-IF
             PERFORM ReadAROpenFile
           END-PERFORM.

       AgeOneOpenItem.
           MOVE AR-Inv-Date TO WS-Item-Date.
           COMPUTE WS-Item-Date-Days =
              (WS-ID-YYYY * 360) + (WS-ID-MM * 30) + WS-ID-DD.
           COMPUTE WS-Item-Age-Days =
              WS-Run-Date-Days - WS-Item-Date-Days.
           IF WS-Item-Age-Days > WS-Oldest-Age-Days
             MOVE WS-Item-Age-Days TO WS-Oldest-Age-Days
           END-IF.
           IF WS-Item-Age-Days > WS-Level-1-Days
             ADD AR-Open-Balance TO WS-Past-Due-Amount
             IF WS-PI-Cnt < WS-PI-Max
               ADD 1 TO WS-PI-Cnt
               MOVE AR-Invoice-Nbr TO WS-PI-Invoice-Nbr(WS-PI-Cnt)
               MOVE AR-Inv-Date TO WS-PI-Inv-Date(WS-PI-Cnt)
               MOVE WS-Item-Age-Days TO WS-PI-Age-Days(WS-PI-Cnt)
               MOVE AR-Open-Balance
                  TO WS-PI-Open-Balance(WS-PI-Cnt)
             ELSE
               ADD 1 TO WS-PI-Overflow-Cnt
             END-IF
           END-IF.

       DunOneCustomer.
           EVALUATE TRUE
              WHEN WS-Oldest-Age-Days > WS-Level-3-Days
                 MOVE 3 TO WS-Earned-Level
              WHEN WS-Oldest-Age-Days > WS-Level-2-Days
                 MOVE 2 TO WS-Earned-Level
              WHEN WS-Oldest-Age-Days > WS-Level-1-Days
                 MOVE 1 TO WS-Earned-Level
              WHEN OTHER
                 MOVE ZERO TO WS-Earned-Level
           END-EVALUATE.
           PERFORM FindDunStatus.
           IF Found-Dun-Status
             SET DS-Seen(WS-DS-Found-IDX) TO TRUE
             MOVE WS-DS-Level(WS-DS-Found-IDX) TO WS-Prior-Level
             MOVE WS-DS-Last-Letter(WS-DS-Found-IDX)
                TO WS-NS-Last-Letter
             MOVE WS-DS-Hold-Status(WS-DS-Found-IDX)
                TO WS-NS-Hold-Status
             MOVE WS-DS-Release-Date(WS-DS-Found-IDX)
                TO WS-NS-Release-Date
             MOVE WS-DS-Released-By(WS-DS-Found-IDX)
                TO WS-NS-Released-By
           ELSE
             MOVE ZERO TO WS-Prior-Level WS-NS-Last-Letter
                          WS-NS-Release-Date
             MOVE SPACES TO WS-NS-Hold-Status WS-NS-Released-By
           END-IF.
           PERFORM FindCollRelease.
           IF WS-Earned-Level = ZERO
      *      Nothing past due any more - the customer drops off the
      *      status file, and off collections hold with it.
             IF WS-Prior-Level > ZERO
               ADD 1 TO WS-Cleared-Cnt
               MOVE "CLEARED - PAID UP" TO WS-Register-Action
               PERFORM WriteRegisterLine
             END-IF
           ELSE
             ADD 1 TO WS-Past-Due-Cnt
             ADD WS-Past-Due-Amount TO WS-Total-Past-Due
             MOVE WS-Earned-Level TO WS-NS-Level
             SET No-Letter-Due TO TRUE
             IF WS-Earned-Level > WS-Prior-Level
               SET Letter-Due TO TRUE
               MOVE WS-Run-Date TO WS-NS-Last-Letter
             END-IF
             PERFORM SetCollectionsHold
             PERFORM LookupDunCustomer
             IF Letter-Due
               PERFORM SendLetter
             ELSE
               PERFORM NoteStandingLevel
             END-IF
             PERFORM WriteRegisterLine
             PERFORM WriteNewDunStatus
             IF NS-On-Hold
               PERFORM WriteCollHold
             END-IF
           END-IF.

       SetCollectionsHold.
      *    A customer reaching the final level is put on hold; one
      *    who falls below it comes off. A collections release
      *    takes a held customer off the list, and the release
      *    stands until the customer next climbs back to the final
      *    level - which, having fallen below it, takes a fresh
      *    final demand and a fresh hold.
           IF WS-NS-Level < 3
             SET NS-Not-Held TO TRUE
             MOVE ZERO TO WS-NS-Release-Date
             MOVE SPACES TO WS-NS-Released-By
           ELSE
             IF Letter-Due
               SET NS-On-Hold TO TRUE
               MOVE ZERO TO WS-NS-Release-Date
               MOVE SPACES TO WS-NS-Released-By
             END-IF
           END-IF.
           IF Found-Release
             IF NS-On-Hold
               SET RL-Used(WS-RL-Found-IDX) TO TRUE
               SET NS-Released TO TRUE
               MOVE WS-Run-Date TO WS-NS-Release-Date
               MOVE WS-RL-Released-By(WS-RL-Found-IDX)
                  TO WS-NS-Released-By
               ADD 1 TO WS-Released-Cnt
             END-IF
           END-IF.
           IF NS-On-Hold
             ADD 1 TO WS-On-Hold-Cnt
           END-IF.

       SendLetter.
           EVALUATE WS-NS-Level
              WHEN 1
                 ADD 1 TO WS-Reminder-Cnt
                 MOVE "PAYMENT REMINDER" TO WS-LH-Title
                 MOVE "REMINDER SENT" TO WS-Register-Action
              WHEN 2
                 ADD 1 TO WS-Firm-Notice-Cnt
                 MOVE "SECOND NOTICE - PAST DUE" TO WS-LH-Title
                 MOVE "FIRM NOTICE SENT" TO WS-Register-Action
              WHEN OTHER
                 ADD 1 TO WS-Final-Demand-Cnt
                 MOVE "FINAL DEMAND" TO WS-LH-Title
                 MOVE "FINAL DEMAND - ON HOLD" TO WS-Register-Action
           END-EVALUATE.
           IF NS-Released
             MOVE "FINAL DEMAND - RELEASED" TO WS-Register-Action
           END-IF.
           IF WS-CUSTFile-Good
             PERFORM PrintLetter
           ELSE
      *      The level still moves - a hold must not wait on an
      *      address - but collections has to chase this one by
      *      hand.
             ADD 1 TO WS-No-Letter-Cnt
             MOVE "NO LETTER - NOT ON MASTER" TO WS-Register-Action
           END-IF.

       NoteStandingLevel.
           EVALUATE TRUE
              WHEN NS-On-Hold
                 MOVE "ON COLLECTIONS HOLD" TO WS-Register-Action
              WHEN NS-Released AND WS-NS-Release-Date = WS-Run-Date
                 MOVE "RELEASED BY" TO WS-Register-Action
                 MOVE WS-NS-Released-By TO WS-Register-Action(13:10)
              WHEN NS-Released
                 MOVE "RELEASED" TO WS-Register-Action
                 MOVE WS-NS-Release-Date TO WS-Register-Action(10:8)
              WHEN WS-Earned-Level < WS-Prior-Level
                 MOVE "DOWN TO LEVEL  - NO LETTER"
                    TO WS-Register-Action
                 MOVE WS-Earned-Level TO WS-Register-Action(15:1)
              WHEN OTHER
                 MOVE "NO CHANGE - NO NEW LETTER"
                    TO WS-Register-Action
           END-EVALUATE.

       PrintLetter.
           ADD 1 TO WS-Letters-Cnt.
           MOVE WS-Run-Date(1:4) TO WS-LH-Date-YYYY.
           MOVE WS-Run-Date(5:2) TO WS-LH-Date-MM.
           MOVE WS-Run-Date(7:2) TO WS-LH-Date-DD.
           WRITE LetterRec FROM WS-Letter-Heading.
           PERFORM CheckLetterWrite.
           MOVE WS-Current-Cust-ID TO WS-LC-Cust-ID.
           WRITE LetterRec FROM WS-Letter-Cust-Line.
           PERFORM CheckLetterWrite.
           MOVE CUSTFile-Cust-First-Name TO WS-LN-First-Name.
           MOVE CUSTFile-Cust-Last-Name TO WS-LN-Last-Name.
           WRITE LetterRec FROM WS-Letter-Name-Line.
           PERFORM CheckLetterWrite.
           MOVE CUSTFile-Cust-Street TO WS-LS-Street.
           WRITE LetterRec FROM WS-Letter-Street-Line.
           PERFORM CheckLetterWrite.
           MOVE CUSTFile-Cust-City TO WS-LY-City.
           MOVE CUSTFile-Cust-State TO WS-LY-State.
           MOVE CUSTFile-Cust-Zip TO WS-LY-Zip.
           WRITE LetterRec FROM WS-Letter-City-Line.
           PERFORM CheckLetterWrite.
           WRITE LetterRec FROM WS-Blank-Line.
           PERFORM CheckLetterWrite.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > 2
             MOVE WS-Letter-Text(WS-NS-Level, WS-LT-IDX)
                TO WS-LX-Text
             WRITE LetterRec FROM WS-Letter-Text-Line
             PERFORM CheckLetterWrite
           END-PERFORM.
           WRITE LetterRec FROM WS-Blank-Line.
           PERFORM CheckLetterWrite.
           WRITE LetterRec FROM WS-Letter-Col-Heading.
           PERFORM CheckLetterWrite.
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                   UNTIL WS-PI-IDX > WS-PI-Cnt
             PERFORM PrintLetterItem
           END-PERFORM.
           IF WS-PI-Overflow-Cnt > ZERO
             MOVE "  ... more past-due items than the letter lists"
                TO LetterRec
             WRITE LetterRec
             PERFORM CheckLetterWrite
           END-IF.
           MOVE WS-Past-Due-Amount TO WS-LT-Amount.
           WRITE LetterRec FROM WS-Letter-Total-Line.
           PERFORM CheckLetterWrite.
           WRITE LetterRec FROM WS-Blank-Line.
           PERFORM CheckLetterWrite.
           WRITE LetterRec FROM WS-Blank-Line.
           PERFORM CheckLetterWrite.

       PrintLetterItem.
           MOVE WS-PI-Invoice-Nbr(WS-PI-IDX) TO WS-LI-Invoice-Nbr.
           MOVE WS-PI-Inv-Date(WS-PI-IDX) TO WS-Item-Date.
           MOVE WS-ID-YYYY TO WS-LI-Date-YYYY.
           MOVE WS-ID-MM TO WS-LI-Date-MM.
           MOVE WS-ID-DD TO WS-LI-Date-DD.
           MOVE WS-PI-Age-Days(WS-PI-IDX) TO WS-LI-Age-Days.
           MOVE WS-PI-Open-Balance(WS-PI-IDX) TO WS-LI-Amount.
           WRITE LetterRec FROM WS-Letter-Item-Line.
           PERFORM CheckLetterWrite.

       LookupDunCustomer.
           MOVE WS-Current-Cust-ID TO CUSTFile-Cust-ID.
           READ CUSTFile
              RECORD KEY IS CUSTFile-Cust-ID
           END-READ.
           IF NOT WS-CUSTFile-Good
              AND NOT WS-CUSTFile-EOF
             DISPLAY "** ERROR **: LookupDunCustomer"
             DISPLAY "Read CUSTFile Failed."
             DISPLAY "File Status: " WS-CUSTFile-Status
             PERFORM AbortRun
           END-IF.

       FindDunStatus.
           SET No-Dun-Status TO TRUE.
           MOVE ZERO TO WS-DS-Found-IDX.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-Cnt
             IF No-Dun-Status
                AND WS-DS-Cust-ID(WS-DS-IDX) = WS-Current-Cust-ID
               SET Found-Dun-Status TO TRUE
               MOVE WS-DS-IDX TO WS-DS-Found-IDX
             END-IF
           END-PERFORM.

       FindCollRelease.
           SET No-Release TO TRUE.
           MOVE ZERO TO WS-RL-Found-IDX.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-Cnt
             IF No-Release
                AND WS-RL-Cust-ID(WS-RL-IDX) = WS-Current-Cust-ID
               SET Found-Release TO TRUE
               MOVE WS-RL-IDX TO WS-RL-Found-IDX
             END-IF
           END-PERFORM.

       ListClearedCustomers.
      *    Customers dunned before with no open items left at all
      *    never came through the open-item pass - they paid up.
           MOVE ZERO TO WS-Oldest-Age-Days WS-Past-Due-Amount.
           MOVE ZERO TO WS-Earned-Level.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-Cnt
             IF DS-Not-Seen(WS-DS-IDX)
                AND WS-DS-Level(WS-DS-IDX) > ZERO
               ADD 1 TO WS-Cleared-Cnt
               MOVE WS-DS-Cust-ID(WS-DS-IDX) TO WS-Current-Cust-ID
               MOVE "CLEARED - PAID UP" TO WS-Register-Action
               PERFORM WriteRegisterLine
             END-IF
           END-PERFORM.

       ListUnusedReleases.
      *    A release for a customer who was not on collections hold
      *    did nothing - list it so collections can see why.
           MOVE ZERO TO WS-Oldest-Age-Days WS-Past-Due-Amount.
           MOVE ZERO TO WS-Earned-Level.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-Cnt
             IF RL-Not-Used(WS-RL-IDX)
               ADD 1 TO WS-Bad-Release-Cnt
               MOVE WS-RL-Cust-ID(WS-RL-IDX) TO WS-Current-Cust-ID
               MOVE "RELEASE IGNORED - NOT HELD"
                  TO WS-Register-Action
               DISPLAY "** RELEASE **: Cust-ID " WS-Current-Cust-ID
                  " not on collections hold - release ignored"
               PERFORM WriteRegisterLine
             END-IF
           END-PERFORM.

       WriteRegisterHeadings.
           MOVE WS-Run-Date TO WS-RH-Run-Date.
           WRITE DunRegisterRec FROM WS-Reg-Heading-1.
           PERFORM CheckRegisterWrite.
           WRITE DunRegisterRec FROM WS-Blank-Line.
           PERFORM CheckRegisterWrite.
           WRITE DunRegisterRec FROM WS-Reg-Heading-2.
           PERFORM CheckRegisterWrite.

       WriteRegisterLine.
      *    The name comes off the customer master where this
      *    customer was looked up for a letter; lines written
      *    without a lookup carry the ID alone.
           MOVE WS-Current-Cust-ID TO WS-RD-Cust-ID.
           MOVE SPACES TO WS-RD-Cust-Name.
           IF WS-Earned-Level > ZERO AND WS-CUSTFile-Good
             MOVE CUSTFile-Cust-Name TO WS-RD-Cust-Name
           END-IF.
           MOVE WS-Oldest-Age-Days TO WS-RD-Oldest-Days.
           MOVE WS-Past-Due-Amount TO WS-RD-Past-Due.
           MOVE WS-Earned-Level TO WS-RD-Level.
           MOVE WS-Register-Action TO WS-RD-Action.
           WRITE DunRegisterRec FROM WS-Reg-Detail-Line.
           PERFORM CheckRegisterWrite.
           MOVE SPACES TO WS-Register-Action.

       WriteRegisterTotals.
           WRITE DunRegisterRec FROM WS-Blank-Line.
           PERFORM CheckRegisterWrite.
           MOVE "CUSTOMERS PAST DUE" TO WS-RT-Label.
           MOVE WS-Past-Due-Cnt TO WS-RT-Count.
           WRITE DunRegisterRec FROM WS-Reg-Total-Line.
           PERFORM CheckRegisterWrite.
           MOVE "REMINDERS SENT" TO WS-RT-Label.
           MOVE WS-Reminder-Cnt TO WS-RT-Count.
           WRITE DunRegisterRec FROM WS-Reg-Total-Line.
           PERFORM CheckRegisterWrite.
           MOVE "FIRM NOTICES SENT" TO WS-RT-Label.
           MOVE WS-Firm-Notice-Cnt TO WS-RT-Count.
           WRITE DunRegisterRec FROM WS-Reg-Total-Line.
           PERFORM CheckRegisterWrite.
           MOVE "FINAL DEMANDS SENT" TO WS-RT-Label.
           MOVE WS-Final-Demand-Cnt TO WS-RT-Count.
           WRITE DunRegisterRec FROM WS-Reg-Total-Line.
           PERFORM CheckRegisterWrite.
           MOVE "ON COLLECTIONS HOLD" TO WS-RT-Label.
           MOVE WS-On-Hold-Cnt TO WS-RT-Count.
           WRITE DunRegisterRec FROM WS-Reg-Total-Line.
           PERFORM CheckRegisterWrite.
           MOVE "RELEASED BY COLLECTIONS" TO WS-RT-Label.
           MOVE WS-Released-Cnt TO WS-RT-Count.
           WRITE DunRegisterRec FROM WS-Reg-Total-Line.
           PERFORM CheckRegisterWrite.
           MOVE "CLEARED - PAID UP" TO WS-RT-Label.
           MOVE WS-Cleared-Cnt TO WS-RT-Count.
           WRITE DunRegisterRec FROM WS-Reg-Total-Line.
           PERFORM CheckRegisterWrite.
           MOVE WS-Total-Past-Due TO WS-RA-Amount.
           WRITE DunRegisterRec FROM WS-Reg-Amount-Line.
           PERFORM CheckRegisterWrite.

       WriteNewDunStatus.
           MOVE SPACE TO DN-Sep1 DN-Sep2 DN-Sep3 DN-Sep4 DN-Sep5.
           MOVE WS-Current-Cust-ID TO DN-Cust-ID.
           MOVE WS-NS-Level TO DN-Level.
           MOVE WS-NS-Last-Letter TO DN-Last-Letter-Date.
           MOVE WS-NS-Hold-Status TO DN-Hold-Status.
           MOVE WS-NS-Release-Date TO DN-Release-Date.
           MOVE WS-NS-Released-By TO DN-Released-By.
           WRITE DunningNewRec FROM DunningRec.
           IF NOT WS-DunningNewFile-Good
             DISPLAY "** ERROR **: WriteNewDunStatus"
             DISPLAY "Write DunningNewFile Failed."
             DISPLAY "File Status: " WS-DunningNewFile-Status
             PERFORM AbortRun
           END-IF.

       WriteCollHold.
           MOVE SPACE TO CO-Sep1 CO-Sep2.
           MOVE WS-Current-Cust-ID TO CO-Cust-ID.
           MOVE WS-NS-Last-Letter TO CO-Hold-Date.
           MOVE WS-Past-Due-Amount TO CO-Past-Due-Amount.
           WRITE CollHoldRec.
           IF NOT WS-CollHoldFile-Good
             DISPLAY "** ERROR **: WriteCollHold"
             DISPLAY "Write CollHoldFile Failed."
             DISPLAY "File Status: " WS-CollHoldFile-Status
             PERFORM AbortRun
           END-IF.

       CheckLetterWrite.
           IF NOT WS-LetterFile-Good
             DISPLAY "** ERROR **: CheckLetterWrite"
             DISPLAY "Write LetterFile Failed."
             DISPLAY "File Status: " WS-LetterFile-Status
             PERFORM AbortRun
           END-IF.

       CheckRegisterWrite.
           IF NOT WS-DunRegisterFile-Good
             DISPLAY "** ERROR **: CheckRegisterWrite"
             DISPLAY "Write DunRegisterFile Failed."
             DISPLAY "File Status: " WS-DunRegisterFile-Status
             PERFORM AbortRun
           END-IF.

       ReadAROpenFile.
           READ AROpenFile
                AT END SET EndOfAROpenFile TO TRUE
           END-READ.
           IF NOT WS-AROpenFile-Good
              AND NOT WS-AROpenFile-EOF
             DISPLAY "** ERROR **: ReadAROpenFile"
             DISPLAY "Read AROpenFile Failed."
             DISPLAY "File Status: " WS-AROpenFile-Status
             PERFORM AbortRun
           END-IF.

       ReadDunningFile.
           READ DunningFile
                AT END SET WS-DunningFile-EOF TO TRUE
           END-READ.
           IF NOT WS-DunningFile-Good
              AND NOT WS-DunningFile-EOF
             DISPLAY "** ERROR **: ReadDunningFile"
             DISPLAY "Read DunningFile Failed."
             DISPLAY "File Status: " WS-DunningFile-Status
             PERFORM AbortRun
           END-IF.

       ReadCollReleaseFile.
           READ CollReleaseFile
                AT END SET WS-CollReleaseFile-EOF TO TRUE
           END-READ.
           IF NOT WS-CollReleaseFile-Good
              AND NOT WS-CollReleaseFile-EOF
             DISPLAY "** ERROR **: ReadCollReleaseFile"
             DISPLAY "Read CollReleaseFile Failed."
             DISPLAY "File Status: " WS-CollReleaseFile-Status
             PERFORM AbortRun
           END-IF.
