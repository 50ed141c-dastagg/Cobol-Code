      *       "C" - change the customer, rejected when the Cust-ID
      *             is not on the master
      *       "D" - delete the customer, rejected when the Cust-ID
      *             is not on the master, or when the customer
      *             still has open AR items, waiting backorders or
      *             orders on hold - those files would be left
      *             pointing at a customer who is no longer there
      *    Every rejected transaction is displayed and written to
      *       an exception report, and the end-of-run messages show
      *       applied/rejected counts by action the same way
      *       BDS1005 reports its transaction dispositions.
      *    Every applied transaction is logged to custaudit.dat.txt
      *       (CUSTAUD copybook) with the whole customer record as
      *       it stood before and after, the business date from the
      *       run-control record and the requester ID carried on the
      *       transaction. A transaction with no requester ID is
      *       rejected rather than applied anonymously. VSCBCHGS
      *       prints the day's changes from the log and VSCBASOF
      *       rebuilds a customer as of any date from it.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      *                          limit and balance bytes (112-byte
      *                          record) - the fields ride along
      *                          whole like the rest of the record.
      * 2026-10-15 dastagg       Widened again for the tax-exempt
      *                          flag and certificate (128-byte
      *                          record).
      * 2026-10-15 dastagg       Maintenance log - every applied
      *                          add/change/delete is written to
      *                          custaudit.dat.txt with before and
      *                          after images, business date and
      *                          requester. Requester ID added to
      *                          the transaction (137 bytes); the
      *                          run-control record is now required.
      *                          Deletes read the record first so
      *                          the log has its before image.
      * 2026-10-15 dastagg       Deletes refused while the customer
      *                          has open AR items, backorders or
      *                          credit holds (c10-5aropen, backord,
      *                          credhold) - the nightly integrity
      *                          sweep BDS1033 would report them as
      *                          orphans otherwise.
      * 2026-10-15 dastagg       Log after image taken from the
      *                          transaction - the file's record
      *                          area is not to be relied on once
      *                          the WRITE or REWRITE has gone.
      * 2026-10-15 dastagg       Open-item record is 42 bytes now
      *                          (BDS1015's item-type byte); an
      *                          unapplied credit still blocks a
      *                          delete - the customer is owed it.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBMNT1.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ExceptionReportFile-Status.

           SELECT CustAuditFile
           ASSIGN TO "../idata/custaudit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CustAuditFile-Status.

           SELECT RunControlFile
           ASSIGN TO "../../Tutorials/ABCFP/data/c10-5runctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RunControlFile-Status.

           SELECT AROpenFile
           ASSIGN TO "../../Tutorials/ABCFP/data/c10-5aropen.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AROpenFile-Status.

           SELECT BackorderFile
           ASSIGN TO "../../Tutorials/ABCFP/data/c10-5backord.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BackorderFile-Status.

           SELECT CreditHoldFile
           ASSIGN TO "../../Tutorials/ABCFP/data/c10-5credhold.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CreditHoldFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFile.
      * MT-Customer-Record is the CUSTOMER copybook layout carried
      * as one group item - only the Cust-ID is broken out here, the
      * rest rides along and is applied to the master whole.
      * MT-Requester-ID names whoever asked for the change; it goes
      * on the maintenance log with the change.
       FD  MaintTransFile.
       01  MaintTransRec.
           12 MT-Action-Code                PIC X(01).
              88 MT-Delete                  VALUE "D".
           12 MT-Customer-Record.
              16 MT-Cust-ID                 PIC 9(04).
              16 FILLER                     PIC X(124).
           12 MT-Requester-ID               PIC X(08).

       FD  ExceptionReportFile.
       01  ExceptionReportRec               PIC X(80).

       FD  CustAuditFile.
           COPY CUSTAUD REPLACING ==:tag:== BY ==CA==.

       FD  RunControlFile.
           COPY RUNCTL REPLACING ==:tag:== BY ==RC==.

      * The stock system's open-item, backorder and credit-hold
      * files - only the Cust-ID (and the AR open balance) matter
      * here, the rest of each record is passed over.
       FD  AROpenFile.
       01  AROpenRec.
           12 AR-Cust-ID                    PIC 9(04).
           12 FILLER                        PIC X(27).
           12 AR-Open-Balance               PIC 9(07)V99.
           12 FILLER                        PIC X(02).

       FD  BackorderFile.
       01  BackorderRec.
           12 FILLER                        PIC X(14).
           12 BO-Cust-ID                    PIC 9(04).
           12 FILLER                        PIC X(16).

       FD  CreditHoldFile.
       01  CreditHoldRec.
           12 FILLER                        PIC X(07).
           12 CH-Cust-ID                    PIC 9(04).
           12 FILLER                        PIC X(39).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MaintTransFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExceptionReportFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CustAuditFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RunControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AROpenFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BackorderFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CreditHoldFile==.

       01  WS-Maint-Counters.
           12 WS-Trans-Read-Cnt             PIC 9(06) COMP VALUE ZERO.
           12 WS-Delete-Applied-Cnt         PIC 9(06) COMP VALUE ZERO.
           12 WS-Delete-Rejected-Cnt        PIC 9(06) COMP VALUE ZERO.
           12 WS-Action-Error-Cnt           PIC 9(06) COMP VALUE ZERO.
           12 WS-Requester-Error-Cnt        PIC 9(06) COMP VALUE ZERO.
           12 WS-Audit-Written-Cnt          PIC 9(06) COMP VALUE ZERO.

      *    Business date every log entry is stamped with, and the
      *    last log sequence number used - carried on from the
      *    existing log at the start of the run.
       01  WS-Run-Date                      PIC 9(08) VALUE ZERO.
       01  WS-Audit-Seq-Cnt                 PIC 9(06) VALUE ZERO.

      *    The record as it stood before the action, held while the
      *    master is rewritten or deleted so the log can carry it.
       01  WS-Before-Image                  PIC X(128) VALUE SPACES.

      *    What, if anything, still points at a customer to be
      *    deleted.
       01  WS-Open-Activity-Sw              PIC X(01) VALUE "N".
           88 No-Open-Activity              VALUE "N".
           88 Open-AR-Items                 VALUE "A".
           88 Open-Backorders               VALUE "B".
           88 Open-Credit-Holds             VALUE "H".

       01  ErrorMessage.
           12 PrnCustId                     PIC 9(04).
              VALUE "Change Error - No such record in Master".
              88 DeleteError
              VALUE "Delete Error - No such record in Master".
              88 DeleteOpenARError
              VALUE "Delete Error - Customer has open AR items".
              88 DeleteBackorderError
              VALUE "Delete Error - Customer has backorders".
              88 DeleteHoldError
              VALUE "Delete Error - Customer has orders on hold".
              88 ActionCodeError
              VALUE "Action Error - Unrecognized action code".
              88 RequesterError
              VALUE "Requester Error - No requester ID given".

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
           GOBACK.

       1000-Begin-Job.
           PERFORM 1100-Read-Run-Control.
           PERFORM 1200-Seed-Audit-Seq.
           OPEN I-O CUSTFile.
           IF NOT WS-CUSTFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *    The log outlives the run - EXTEND, with OUTPUT only for
      *    the very first run when there is no log to extend.
           OPEN EXTEND CustAuditFile.
           IF NOT WS-CustAuditFile-Good
              OPEN OUTPUT CustAuditFile
           END-IF.
           IF NOT WS-CustAuditFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open CustAuditFile Failed."
              DISPLAY "File Status: " WS-CustAuditFile-Status
              CLOSE CUSTFile, MaintTransFile, ExceptionReportFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 5100-Read-Maint-Trans.

       1100-Read-Run-Control.
      *    The business date comes from the run-control record the
      *    job stream writes, never the system clock. Without it
      *    the changes could not be dated, so nothing is applied.
           OPEN INPUT RunControlFile.
           IF NOT WS-RunControlFile-Good
              DISPLAY "** ERROR **: 1100-Read-Run-Control"
              DISPLAY "Run-control file missing or unreadable - "
                 "start the run through the job stream."
              DISPLAY "File Status: " WS-RunControlFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           READ RunControlFile
              AT END CONTINUE
           END-READ.
           IF NOT WS-RunControlFile-Good
              OR RC-Run-Date-X NOT NUMERIC
              DISPLAY "** ERROR **: 1100-Read-Run-Control"
              DISPLAY "Run-control record missing or not numeric."
              CLOSE RunControlFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE RC-Run-Date TO WS-Run-Date.
           CLOSE RunControlFile.

       1200-Seed-Audit-Seq.
      *    Log sequence numbers carry on from the last one on the
      *    log. No log yet (status "35") is the first run.
           OPEN INPUT CustAuditFile.
           IF WS-CustAuditFile-Good
              PERFORM 5200-Read-Cust-Audit
              PERFORM UNTIL WS-CustAuditFile-EOF
                 IF CA-Seq-Nbr > WS-Audit-Seq-Cnt
                    MOVE CA-Seq-Nbr TO WS-Audit-Seq-Cnt
                 END-IF
                 PERFORM 5200-Read-Cust-Audit
              END-PERFORM
              CLOSE CustAuditFile
           ELSE
              IF WS-CustAuditFile-Status NOT = "35"
                 DISPLAY "** ERROR **: 1200-Seed-Audit-Seq"
                 DISPLAY "Open CustAuditFile Failed."
                 DISPLAY "File Status: " WS-CustAuditFile-Status
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2000-Process.
           PERFORM UNTIL WS-MaintTransFile-EOF
              ADD +1 TO WS-Trans-Read-Cnt
              MOVE MT-Cust-ID TO PrnCustId
              EVALUATE TRUE
                 WHEN MT-Requester-ID = SPACES
                    PERFORM 2500-Flag-Requester-Error
                 WHEN MT-Add
                    PERFORM 2100-Apply-Add
                 WHEN MT-Change
                 PERFORM 6000-Write-Exception
              NOT INVALID KEY
                 ADD +1 TO WS-Add-Applied-Cnt
                 MOVE SPACES TO WS-Before-Image
                 PERFORM 7000-Write-Cust-Audit
           END-WRITE.
           IF NOT WS-CUSTFile-Good AND NOT WS-CUSTFile-Invalid-Key
              DISPLAY "** ERROR **: 2100-Apply-Add"
           MOVE MT-Cust-ID TO CUSTFile-Cust-ID.
           PERFORM 5000-Read-CUSTFile.
           IF WS-CUSTFile-Good
              MOVE CUSTFile-Customer-Record TO WS-Before-Image
              MOVE MT-Customer-Record TO CUSTFile-Customer-Record
              REWRITE CUSTFile-Customer-Record
              END-REWRITE
              IF WS-CUSTFile-Good
                 ADD +1 TO WS-Change-Applied-Cnt
                 PERFORM 7000-Write-Cust-Audit
              ELSE
                 DISPLAY "** ERROR **: 2200-Apply-Change"
                 DISPLAY "Rewrite CUSTFile Failed."
           END-IF.

       2300-Apply-Delete.
      *    Read before deleting - the log needs the record as it
      *    stood, and a missing customer is rejected either way.
           MOVE MT-Cust-ID TO CUSTFile-Cust-ID.
           PERFORM 5000-Read-CUSTFile.
           IF WS-CUSTFile-Good
              PERFORM 2310-Check-Open-Activity
           END-IF.
           IF WS-CUSTFile-Good AND NOT No-Open-Activity
              ADD +1 TO WS-Delete-Rejected-Cnt
              EVALUATE TRUE
                 WHEN Open-AR-Items
                    SET DeleteOpenARError TO TRUE
                 WHEN Open-Backorders
                    SET DeleteBackorderError TO TRUE
                 WHEN Open-Credit-Holds
                    SET DeleteHoldError TO TRUE
              END-EVALUATE
              PERFORM 6000-Write-Exception
           ELSE
              PERFORM 2320-Delete-Customer
           END-IF.

       2310-Check-Open-Activity.
      *    Scans the stock system's open items, backorders and
      *    credit holds for the customer, stopping at the first
      *    hit. A file that isn't there (status "35") has nothing
      *    in it for anyone.
           SET No-Open-Activity TO TRUE.
           OPEN INPUT AROpenFile.
           IF WS-AROpenFile-Good
              PERFORM 5300-Read-AR-Open
              PERFORM UNTIL WS-AROpenFile-EOF OR NOT No-Open-Activity
                 IF AR-Cust-ID = MT-Cust-ID
                    AND AR-Open-Balance > ZERO
                    SET Open-AR-Items TO TRUE
                 END-IF
                 PERFORM 5300-Read-AR-Open
              END-PERFORM
              CLOSE AROpenFile
           ELSE
              IF WS-AROpenFile-Status NOT = "35"
                 DISPLAY "** ERROR **: 2310-Check-Open-Activity"
                 DISPLAY "Open AROpenFile Failed."
                 DISPLAY "File Status: " WS-AROpenFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           IF No-Open-Activity
              OPEN INPUT BackorderFile
              IF WS-BackorderFile-Good
                 PERFORM 5400-Read-Backorder
                 PERFORM UNTIL WS-BackorderFile-EOF
                            OR NOT No-Open-Activity
                    IF BO-Cust-ID = MT-Cust-ID
                       SET Open-Backorders TO TRUE
                    END-IF
                    PERFORM 5400-Read-Backorder
                 END-PERFORM
                 CLOSE BackorderFile
              ELSE
                 IF WS-BackorderFile-Status NOT = "35"
                    DISPLAY "** ERROR **: 2310-Check-Open-Activity"
                    DISPLAY "Open BackorderFile Failed."
                    DISPLAY "File Status: " WS-BackorderFile-Status
                    PERFORM 3000-End-Job
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
           END-IF.
           IF No-Open-Activity
              OPEN INPUT CreditHoldFile
              IF WS-CreditHoldFile-Good
                 PERFORM 5500-Read-Credit-Hold
                 PERFORM UNTIL WS-CreditHoldFile-EOF
                            OR NOT No-Open-Activity
                    IF CH-Cust-ID = MT-Cust-ID
                       SET Open-Credit-Holds TO TRUE
                    END-IF
                    PERFORM 5500-Read-Credit-Hold
                 END-PERFORM
                 CLOSE CreditHoldFile
              ELSE
                 IF WS-CreditHoldFile-Status NOT = "35"
                    DISPLAY "** ERROR **: 2310-Check-Open-Activity"
                    DISPLAY "Open CreditHoldFile Failed."
                    DISPLAY "File Status: " WS-CreditHoldFile-Status
                    PERFORM 3000-End-Job
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
           END-IF.

       2320-Delete-Customer.
           IF WS-CUSTFile-Good
              MOVE CUSTFile-Customer-Record TO WS-Before-Image
              DELETE CUSTFile
              END-DELETE
              IF WS-CUSTFile-Good
                 ADD +1 TO WS-Delete-Applied-Cnt
                 PERFORM 7000-Write-Cust-Audit
              ELSE
                 DISPLAY "** ERROR **: 2320-Delete-Customer"
                 DISPLAY "Delete CUSTFile Failed."
                 DISPLAY "File Status: " WS-CUSTFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              ADD +1 TO WS-Delete-Rejected-Cnt
              SET DeleteError TO TRUE
              PERFORM 6000-Write-Exception
           END-IF.

       2400-Flag-Action-Error.
           SET ActionCodeError TO TRUE.
           PERFORM 6000-Write-Exception.

       2500-Flag-Requester-Error.
           ADD +1 TO WS-Requester-Error-Cnt.
           SET RequesterError TO TRUE.
           PERFORM 6000-Write-Exception.

       3000-End-Job.
           DISPLAY EOJ-End-Message.
           DISPLAY "   Transactions Read: " WS-Trans-Read-Cnt.
              DISPLAY "   Unrecognized Action Codes: "
                 WS-Action-Error-Cnt
           END-IF.
           IF WS-Requester-Error-Cnt > ZERO
              DISPLAY "   No Requester ID:   " WS-Requester-Error-Cnt
           END-IF.
           DISPLAY "   Log Entries Written: " WS-Audit-Written-Cnt.
           CLOSE CUSTFile, MaintTransFile, ExceptionReportFile,
                 CustAuditFile.
      D    DISPLAY "CUSTFile Close Status: " WS-CUSTFile-Status.

       5000-Read-CUSTFile.
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
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       5300-Read-AR-Open.
           READ AROpenFile
              AT END CONTINUE
           END-READ.
           IF NOT WS-AROpenFile-Good
              AND NOT WS-AROpenFile-EOF
              DISPLAY "** ERROR **: 5300-Read-AR-Open"
              DISPLAY "Read AROpenFile Failed."
              DISPLAY "File Status: " WS-AROpenFile-Status
              CLOSE AROpenFile
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       5400-Read-Backorder.
           READ BackorderFile
              AT END CONTINUE
           END-READ.
           IF NOT WS-BackorderFile-Good
              AND NOT WS-BackorderFile-EOF
              DISPLAY "** ERROR **: 5400-Read-Backorder"
              DISPLAY "Read BackorderFile Failed."
              DISPLAY "File Status: " WS-BackorderFile-Status
              CLOSE BackorderFile
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       5500-Read-Credit-Hold.
           READ CreditHoldFile
              AT END CONTINUE
           END-READ.
           IF NOT WS-CreditHoldFile-Good
              AND NOT WS-CreditHoldFile-EOF
              DISPLAY "** ERROR **: 5500-Read-Credit-Hold"
              DISPLAY "Read CreditHoldFile Failed."
              DISPLAY "File Status: " WS-CreditHoldFile-Status
              CLOSE CreditHoldFile
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6000-Write-Exception.
           DISPLAY "** REJECTED **: " ErrorMessage.
           WRITE ExceptionReportRec FROM ErrorMessage.
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       7000-Write-Cust-Audit.
      *    MT-Customer-Record is what was just written or
      *    rewritten - the after image - except on a delete, where
      *    there is nothing after and the image is left blank.
           MOVE SPACES TO CA-Cust-Audit-Record.
           ADD +1 TO WS-Audit-Seq-Cnt.
           MOVE WS-Audit-Seq-Cnt TO CA-Seq-Nbr.
           MOVE WS-Run-Date TO CA-Run-Date.
           MOVE MT-Action-Code TO CA-Action-Code.
           MOVE MT-Requester-ID TO CA-Requester-ID.
           MOVE MT-Cust-ID TO CA-Cust-ID.
           MOVE WS-Before-Image TO CA-Before-Image.
           IF NOT MT-Delete
              MOVE MT-Customer-Record TO CA-After-Image
           END-IF.
           WRITE CA-Cust-Audit-Record.
           IF NOT WS-CustAuditFile-Good
              DISPLAY "** ERROR **: 7000-Write-Cust-Audit"
              DISPLAY "Write CustAuditFile Failed."
              DISPLAY "File Status: " WS-CustAuditFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Audit-Written-Cnt.
