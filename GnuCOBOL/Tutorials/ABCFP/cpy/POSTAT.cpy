      ***********************************************************
      * Copybook name:   POSTAT
      * Original author: dastagg
      *
      *    Description: Record layout for c10-5postat.dat.txt, the
      *    purchase order line status file. One record per line on
      *    the cumulative PO file, brought up to date by BDS1034
      *    every time purchasing writes POs or takes receipts:
      *    quantity ordered, received to date (receipt history),
      *    the open balance, the date the supplier promised it
      *    and the line's state.
      *    The promised date is the PO date plus the lead time on
      *    the supplier item file when the line is first seen, and
      *    is kept from then on - a later change to the lead time
      *    does not move a promise already made.
      *    State:
      *       "O" open      - nothing received yet
      *       "P" partial   - some received, some still to come
      *       "C" closed    - received in full (or over)
      *       "X" cancelled - the buyer cancelled what was still
      *                       to come; whatever had arrived stays
      *                       received. Cancel date and reason are
      *                       kept with the line.
      *    Expand under an FD of the caller's choosing with:
      *       COPY POSTAT REPLACING ==:tag:== BY ==<file-name>==.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      ***********************************************************
       01  :tag:-PO-Status-Record.
           12 :tag:-PO-Nbr              PIC 9(06).
           12 :tag:-Sep1                PIC X(01).
           12 :tag:-SuppID              PIC 9(04).
           12 :tag:-Sep2                PIC X(01).
           12 :tag:-GadgetID            PIC 9(06).
           12 :tag:-Sep3                PIC X(01).
           12 :tag:-WhseLoc             PIC 9(01).
           12 :tag:-Sep4                PIC X(01).
           12 :tag:-Ordered-Qty         PIC 9(04).
           12 :tag:-Sep5                PIC X(01).
           12 :tag:-Received-Qty        PIC 9(05).
           12 :tag:-Sep6                PIC X(01).
           12 :tag:-Open-Qty            PIC 9(04).
           12 :tag:-Sep7                PIC X(01).
           12 :tag:-PO-Date             PIC 9(08).
           12 :tag:-Sep8                PIC X(01).
           12 :tag:-Promised-Date       PIC 9(08).
           12 :tag:-Sep9                PIC X(01).
           12 :tag:-Last-Rcpt-Date      PIC 9(08).
           12 :tag:-Sep10               PIC X(01).
           12 :tag:-State               PIC X(01).
              88 :tag:-Open             VALUE "O".
              88 :tag:-Partial          VALUE "P".
              88 :tag:-Closed           VALUE "C".
              88 :tag:-Cancelled        VALUE "X".
           12 :tag:-Sep11               PIC X(01).
           12 :tag:-Cancel-Date         PIC 9(08).
           12 :tag:-Sep12               PIC X(01).
           12 :tag:-Cancel-Reason       PIC X(20).
