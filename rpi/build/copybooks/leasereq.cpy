      *> leasereq.cpy -- the parameter block and lease table that
      *> FIXTURE-LEASE takes, shared by COLOR-SCAN, COLOR-SEQ and
      *> COLOR-WATCH.
      *>
      *> LRQ-ACTION says what the call is for:
      *>    A  acquire: lease LRQ-CHANNEL to LRQ-HOLDER/LRQ-PID for
      *>       LRQ-SECS seconds from now.  A holder re-acquiring its
      *>       own channel renews the lease in place.
      *>    C  check: could LRQ-PID drive LRQ-CHANNEL now?  Nothing is
      *>       recorded.
      *>    R  release: drop LRQ-PID's lease on LRQ-CHANNEL.
      *>    L  list: just load the registry into LEASE-TABLE-MAIN.
      *> LRQ-RESULT comes back 'Y' (granted / free / released / listed),
      *> 'N' (refused -- another holder's lease is in force on the
      *> channel; the LRQ-BY fields say whose, and until when) or 'E'
      *> (the registry could not be read or written, already reported).
      *> A granted acquire returns the new expiry in LRQ-EXPIRES.
      *>
      *> Every call leaves the registry as it stood in LEASE-TABLE-MAIN,
      *> each entry judged against LRQ-NOW:
      *>    F  in force -- unexpired, and its holder is still running
      *>    X  expired -- its time is up; the holder is still running
      *>       and will release it
      *>    D  orphaned -- its holder is no longer running, so nothing
      *>       will ever release it; a crashed process left it behind
      *> Only an in-force lease keeps anyone else off its channel.
      01  LEASE-REQUEST.
          05  LRQ-ACTION           PIC X(01).
              88  LRQ-ACQUIRE           VALUE 'A'.
              88  LRQ-CHECK             VALUE 'C'.
              88  LRQ-RELEASE           VALUE 'R'.
              88  LRQ-LIST              VALUE 'L'.
          05  LRQ-CHANNEL          PIC X(01).
          05  LRQ-FIXTURE          PIC X(25).
          05  LRQ-HOLDER           PIC X(12).
          05  LRQ-PID              PIC 9(07).
          05  LRQ-SECS             PIC 9(05).
          05  LRQ-RESULT           PIC X(01).
              88  LRQ-GRANTED           VALUE 'Y'.
              88  LRQ-REFUSED           VALUE 'N'.
              88  LRQ-FAILED            VALUE 'E'.
          05  LRQ-NOW              PIC X(15).
          05  LRQ-EXPIRES          PIC X(15).
          05  LRQ-BY-FIXTURE       PIC X(25).
          05  LRQ-BY-HOLDER        PIC X(12).
          05  LRQ-BY-PID           PIC 9(07).
          05  LRQ-BY-EXPIRES       PIC X(15).

      01  LEASE-TABLE-MAIN.
          05  LEASE-COUNT          PIC 9(03) COMP.
          05  LEASE-ENTRY OCCURS 1 TO 64 TIMES
                  DEPENDING ON LEASE-COUNT
                  INDEXED BY LEASE-IDX.
             10  LSE-CHANNEL       PIC X(01).
             10  LSE-FIXTURE       PIC X(25).
             10  LSE-HOLDER        PIC X(12).
             10  LSE-PID           PIC 9(07).
             10  LSE-GRANTED       PIC X(15).
             10  LSE-EXPIRES       PIC X(15).
             10  LSE-STATE         PIC X(01).
                 88  LSE-IN-FORCE       VALUE 'F'.
                 88  LSE-EXPIRED        VALUE 'X'.
                 88  LSE-ORPHANED       VALUE 'D'.
