      ******************************************************************
      * Copybook: CHAINWS
      * Purpose : Control area for the shared audit-chain subprogram
      *           that keeps the CALCAUDIT hash chain. Every audit
      *           record carries AT-CHAIN-HASH, a hash of the record
      *           itself taken from the hash of the record before it,
      *           so an edited, removed, or inserted record breaks the
      *           chain from that point on. A program that appends to
      *           the trail COPYs this into WORKING-STORAGE and
      *             sets CHN-FILE-NAME to the trail it appends to and
      *             CALLs "audit-chain" with CHN-REQ-START before its
      *             OPEN EXTEND - CHN-LAST-HASH comes back holding the
      *             hash of the trail's last record (of the newest
      *             segment on AUDITINDEX when the live file is
      *             empty, zeros when there is nothing chained yet);
      *             then for every record, once all its fields are
      *             set, MOVEs AUDIT-TRAIL-RECORD to CHN-RECORD, CALLs
      *             with CHN-REQ-HASH, and MOVEs CHN-HASH to
      *             AT-CHAIN-HASH before the WRITE. A hash request
      *             leaves CHN-LAST-HASH at the new hash, ready for
      *             the next record.
      *           audit-chain-check makes the same hash request to
      *           prove a stretch of the trail.
      ******************************************************************
       01  CHN-CONTROL.
           05 CHN-REQUEST               PIC X(1).
               88  CHN-REQ-START               VALUE "S".
               88  CHN-REQ-HASH                VALUE "H".
           05 CHN-FILE-NAME             PIC X(20).
      * the chain value the next record is hashed from; spaces are
      * taken as zeros, the value before the first chained record
           05 CHN-LAST-HASH             PIC X(18).
      * the audit record up to, not including, AT-CHAIN-HASH
           05 CHN-RECORD                PIC X(157).
           05 CHN-HASH                  PIC X(18).
