      *      member in CASHSESSION.txt.
      *   3. CLOSE SESSION - stamp the session closed.
      * Payments with a blank staff id (member paid with no staff
      * signed on) are grouped under "(NO STAFF)". Waivers,
      * adjustments and found-copy credits ("W"/"A"/"D"/"C") move a
      * member's balance without any money changing hands, so they
      * never appear here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cash-Session-Report.
           05 FINE-REF         PIC X(15).
           05 FINE-DATE-TIME   PIC X(21).
           05 FINE-STAFF-ID    PIC X(10).
           05 FINE-REASON      PIC X(4).
           05 FINE-APPROVER-ID PIC X(10).

      *> One row per session event: "O" opened, "C" closed
       FD  SESSION-FILE.
