      * 2026-09-02 dastagg       Worksheet line widened for the
      *                          CUSTOMER layout's new credit
      *                          fields (112-byte record).
      * 2026-10-15 dastagg       Worksheet line widened again for
      *                          the tax-exempt fields (128-byte
      *                          record).
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBADDR.
           12 ME-Cust-Zip                   PIC X(10).

       FD  WorksheetFile.
       01  WorksheetRec                     PIC X(183).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
              88 Zip-Bad                    VALUE "N".

       01  WS-Worksheet-Line.
           12 WS-WK-Customer-Record         PIC X(128).
           12 FILLER                        PIC XXX VALUE " - ".
           12 WS-WK-Reason                  PIC X(46).
           12 FILLER                        PIC X(06) VALUE SPACE.
