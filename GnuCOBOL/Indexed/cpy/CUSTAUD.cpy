      ***********************************************************
      * Copybook name:   CUSTAUD
      * Original author: dastagg
      *
      *    Description: Record layout for custaudit.dat.txt, the
      *    customer master maintenance log. VSCBMNT1 appends one
      *    record for every add, change and delete it applies to
      *    customer.idat, carrying the whole CUSTOMER record as it
      *    stood before and after the action, the business date
      *    from the run-control record and the ID of whoever asked
      *    for the change. Seq-Nbr runs on across runs, so the log
      *    reads in the order the changes were made.
      *    An add has no before image and a delete no after image
      *    - both are spaces. The images are CUSTOMER-layout
      *    records; move one to a COPY CUSTOMER expansion to pick
      *    its fields apart.
      *    Expand under an FD of the caller's choosing with:
      *       COPY CUSTAUD REPLACING ==:tag:== BY ==<file-name>==.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      ***********************************************************
       01  :tag:-Cust-Audit-Record.
           12 :tag:-Seq-Nbr             PIC 9(06).
           12 :tag:-Sep1                PIC X(01).
           12 :tag:-Run-Date            PIC 9(08).
           12 :tag:-Sep2                PIC X(01).
           12 :tag:-Action-Code         PIC X(01).
              88 :tag:-Added            VALUE "A".
              88 :tag:-Changed          VALUE "C".
              88 :tag:-Deleted          VALUE "D".
           12 :tag:-Sep3                PIC X(01).
           12 :tag:-Requester-ID        PIC X(08).
           12 :tag:-Sep4                PIC X(01).
           12 :tag:-Cust-ID             PIC 9(04).
           12 :tag:-Sep5                PIC X(01).
           12 :tag:-Before-Image        PIC X(128).
           12 :tag:-Sep6                PIC X(01).
           12 :tag:-After-Image         PIC X(128).
