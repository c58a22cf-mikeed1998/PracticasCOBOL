      *  SUBMITTING DEPARTMENT CAN CORRECT AND RESUBMIT IT.  THE     *
      *  IMAGE INCLUDES THE CTRAN-RECYCLE-COUNT BYTE, SO CALCRCY1    *
      *  CAN TELL HOW MANY NIGHTS THE RECORD HAS ALREADY CIRCLED     *
      *  WHEN IT RECYCLES LAST NIGHT'S REJECTS.  CODES 11-14 COME    *
      *  FROM THE DEPARTMENT MASTER EDITS (UNKNOWN OR CLOSED          *
      *  DEPARTMENT, OPERATOR NOT ALLOWED, DAILY CEILING REACHED).   *
      *  CODE 15 IS A CHAINED RECORD OVER THE SUPERVISOR-HOLD LIMIT: *
      *  IT CANNOT BE HELD APART FROM ITS CHAIN, SO THE DEPARTMENT   *
      *  MUST RESUBMIT IT AS A STAND-ALONE ITEM.                     *
      *  CODES 16-19 BELONG TO THE "X" REVERSAL RECORD: 16 IS SET    *
      *  BY CALCEDT1 FOR A BADLY FORMED REFERENCE OR ONE NAMING      *
      *  ANOTHER DEPARTMENT; 17-19 ARE SET BY CALCBAT3, WHICH ONLY   *
      *  FINDS OUT AGAINST THE LOG, AND TRAVEL ON THE REFUSED        *
      *  REVERSAL'S AUDIT-LOG ENTRY (CLOG-REV-REASON) INSTEAD OF     *
      *  THIS FILE.                                                  *
      *  CREJ-ORIGIN IS THE DEPARTMENT, BATCH AND ITEM POSITION THE  *
      *  RECORD HAD WHEN IT REJECTED (BLANK FOR A FILE TRAILER OR A  *
      *  RECORD AHEAD OF ANY BATCH HEADER), SO CALCRCY1 CAN PUT A    *
      *  RECYCLED ITEM BACK IN ITS OWN BATCH AND CALCRET1 CAN RETURN *
      *  THE REJECT TO ITS DEPARTMENT.  CODE 20 NEVER APPEARS HERE:  *
      *  IT MARKS A HELD ITEM AGED OFF BY CALCRCY1 ON THE RETURN.    *
      *****************************************************************
       01  CALC-REJ-RECORD.
           05  CREJ-REASON-CODE        PIC X(02).
               88  CREJ-REASON-RATE-CODE       VALUE "08".
               88  CREJ-REASON-NO-HEADER       VALUE "09".
               88  CREJ-REASON-BAD-HEADER      VALUE "10".
               88  CREJ-REASON-DEPT-UNKNOWN    VALUE "11".
               88  CREJ-REASON-DEPT-CLOSED     VALUE "12".
               88  CREJ-REASON-OPER-DENIED     VALUE "13".
               88  CREJ-REASON-DAILY-LIMIT     VALUE "14".
               88  CREJ-REASON-CHAIN-HOLD      VALUE "15".
               88  CREJ-REASON-REV-FORMAT      VALUE "16".
               88  CREJ-REASON-REV-NOT-FOUND   VALUE "17".
               88  CREJ-REASON-REV-REPEATED    VALUE "18".
               88  CREJ-REASON-REV-NOT-OK      VALUE "19".
               88  CREJ-REASON-HELD-AGED       VALUE "20".
           05  FILLER                  PIC X(01).
           05  CREJ-REASON-DESC        PIC X(24).
           05  FILLER                  PIC X(01).
           05  CREJ-IMAGE              PIC X(24).
           05  FILLER                  PIC X(01).
           05  CREJ-ORIGIN.
               10  CREJ-DEPT-CODE      PIC X(02).
               10  CREJ-BATCH-NO       PIC 9(04).
               10  CREJ-ITEM-NO        PIC 9(04).
