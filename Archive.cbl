      * its RETURN.txt rows, into the archive files:
      *   BORROW_ARCHIVE.txt  loan image plus the archive run date
      *   RETURN_ARCHIVE.txt  return image plus the archive run date
      * The archives are cumulative and append-only; rows are never
      * deleted, though Data-Retention replaces the member id on rows
      * past the retention period. Each row carries the date it was
      * archived. Open loans and
      * recent activity stay in the live masters, so the everyday
      * whole-file scans (borrow counts, notices, reconciliation)
      * shrink back down. The HISTORY screen in the main program can
           05 BORROW-DUE-DATE      PIC X(10).
           05 BORROW-RENEW-COUNT   PIC 9(2).
           05 BORROW-DISPOSITION   PIC X.
           05 BORROW-DUE-TIME      PIC X(5).
           05 BORROW-HOUR-FINE     PIC 9(3).

       FD  RETURN-FILE.
       01  RETURN-FILE-REC.

      *> Archived loan: the live record image with the archive run
      *> date stamped on the end. LibraryProject.cbl reads this
      *> layout back for the HISTORY screen. The short-loan due time
      *> and hourly rate came onto the loan later, so they follow
      *> the archive date and rows archived before them still fit.
       FD  BORROW-ARC-FILE.
       01  BORROW-ARC-REC.
           05 BA-BORROW-ID         PIC X(15).
           05 BA-RENEW-COUNT       PIC 9(2).
           05 BA-DISPOSITION       PIC X.
           05 BA-ARCHIVED          PIC X(10).
           05 BA-DUE-TIME          PIC X(5).
           05 BA-HOUR-FINE         PIC 9(3).

       FD  RETURN-ARC-FILE.
       01  RETURN-ARC-REC.
               END-IF
               MOVE BORROW-DISPOSITION TO BA-DISPOSITION
               MOVE WS-TODAY-DATE      TO BA-ARCHIVED
               MOVE BORROW-DUE-TIME    TO BA-DUE-TIME
               IF BORROW-HOUR-FINE NUMERIC
                   MOVE BORROW-HOUR-FINE TO BA-HOUR-FINE
               ELSE
                   MOVE 0 TO BA-HOUR-FINE
               END-IF

               OPEN EXTEND BORROW-ARC-FILE
               IF WS-BARC-STATUS = "35"
