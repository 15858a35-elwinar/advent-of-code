          02 MasterCert    PIC X(10).
          02 MasterCertBy  PIC X(8).
          02 MasterCertAt  PIC X(14).
      * Answer lock: "L" once the supervisor locks an OFFICIAL answer
      * that has gone to head office (signoff.cob, with who and when),
      * blank otherwise. The ledger conversion carries a locked record
      * through every rebuild untouched and reports any later run
      * that tried to change it instead of applying it; LockSeen is
      * the ledger time of the newest attempt already reported.
          02 MasterLockInfo.
             03 MasterLock     PIC X(1).
             88 MasterIsLocked VALUE "L".
             03 MasterLockBy   PIC X(8).
             03 MasterLockAt   PIC X(14).
             03 MasterLockSeen PIC X(26).
