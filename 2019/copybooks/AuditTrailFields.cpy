      * reconciliation pairing can match entries by time instead of
      * only by order and content.
       01 AuditTimestamp PIC X(26).
      * AuditBuild is the build number the launcher compiled this
      * run under (BuildRegistry.cpy), resolved once per run from the
      * AocBuild environment variable; both WriteAuditTrail and
      * WriteLedger carry it as " build=" beside the answer, so a
      * changed answer can be told apart as a code change. A program
      * run by hand, outside any launcher, has none and records none.
       01 AuditBuild     PIC X(6) VALUE SPACES.
       01 AuditPtr       PIC 9(3).
       01 SpoolTag       PIC X(12) VALUE SPACES.
       01 SpoolResolved  PIC 9(1) VALUE 0.
      * AuditStatus lets WriteAuditTrail (AuditTrailWrite.cpy) fall
      * back to OPEN OUTPUT the first time audit.log doesn't exist yet,
      * since GnuCOBOL's OPEN EXTEND does not create a missing file.
       01 AuditStatus    PIC X(2).
      * Chain-link work fields (ChainRecord and its helpers in
      * AuditTrailWrite.cpy). ChainText holds a record without its
      * link; ChainPrev is the link it chains from and ChainLink the
      * one computed for it, each two 9-digit halves folded from the
      * record's characters under different multipliers and primes.
       01 ChainHeadPath   PIC X(60).
       01 ChainHeadStatus PIC X(2).
       01 ChainText       PIC X(300).
       01 ChainTextLen    PIC 9(3).
       01 ChainCx         PIC 9(3).
       01 ChainPrev.
          02 ChainPrevA   PIC 9(9).
          02 ChainPrevB   PIC 9(9).
       01 ChainLink.
          02 ChainLinkA   PIC 9(9).
          02 ChainLinkB   PIC 9(9).
       01 ChainTagged     PIC 9(1).
       88 ChainIsTagged   VALUE 1.
       01 ChainFld1       PIC X(10).
       01 ChainFld2       PIC X(20).
