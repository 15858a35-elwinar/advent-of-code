      * timestamp, so readers that predate the season field truncate
      * it away harmlessly). The day programs of the 2019 season
      * leave the default standing; season-aware readers treat a line
      * with no season= tag as 2019. When the batch driver runs a
      * pass for another season it exports AocSeason, and WriteLedger
      * records the answer under that season instead
      * (LedgerRunSeason), so one season's answers never land under
      * another's.
       01 LedgerSeason    PIC X(4) VALUE "2019".
       01 LedgerRunSeason PIC X(4).
      * LedgerStatus lets WriteLedger (ResultsLedgerWrite.cpy) fall
      * back to OPEN OUTPUT the first time results.ledger doesn't exist
      * yet, since GnuCOBOL's OPEN EXTEND does not create a missing file.
       01 AcctRejects     PIC 9(7) VALUE 0.
       01 AcctLines       PIC 9(7) VALUE 0.
       01 AcctInstr       PIC 9(12) VALUE 0.
      * Table high-water marks for the capacity records WriteLedger
      * appends beside the volume record: a program PERFORMs
      * NoteCapacity once for each bounded table it fills, with the
      * table's name, its OCCURS limit and the most entries the run
      * used in CapName/CapLimit/CapUsed; noting the same table again
      * keeps the higher mark. capacity.cob reports them against the
      * limits.
       01 CapName         PIC X(12).
       01 CapLimit        PIC 9(7).
       01 CapUsed         PIC 9(7).
       01 CapTable.
          02 CapCount     PIC 9(2) VALUE 0.
          02 CapEntry OCCURS 12 TIMES.
             03 CapTName  PIC X(12).
             03 CapTLimit PIC 9(7).
             03 CapTUsed  PIC 9(7).
       01 CapIx           PIC 9(2).
      * LedgerSpan is the largest answer the run's own input could
      * support, for the SPAN reasonability rule - 4a/4b fill in the
      * count of candidates their ranges hold; zero (not known)
      * leaves a SPAN rule unchecked. The rule file's RECS rule checks
      * against AcctReads, the feed records read.
       01 LedgerSpan      PIC 9(12) VALUE 0.
      * Reasonability edit work fields (CheckReasonable,
      * ResultsLedgerWrite.cpy). ReasonSuspect comes back 1 and
      * ReasonWhy names the first rule broken ("MAX:1000000000000",
      * "LT:14b=...", "NAN" for an answer a numeric rule cannot
      * read) when the answer is SUSPECT.
       01 ReasonStatus    PIC X(2).
       01 ReasonSuspect   PIC 9(1) VALUE 0.
       88 AnswerIsSuspect VALUE 1.
       01 ReasonWhy       PIC X(40).
       01 ReasonFld1      PIC X(4).
       01 ReasonFld2      PIC X(4).
       01 ReasonFld3      PIC X(1).
       01 ReasonFld4      PIC X(8).
       01 ReasonFld5      PIC X(20).
       01 ReasonFld6      PIC X(4).
       01 ReasonAnswer    PIC S9(18).
       01 ReasonBound     PIC S9(18).
       01 ReasonBoundFmt  PIC -(17)9.
       01 ReasonOther     PIC X(30).
       01 ReasonFound     PIC 9(1).
       01 ReasonSavePath  PIC X(50).
       01 ReasonPrefix    PIC X(20).
       01 ReasonPfxLen    PIC 9(2).
       01 ReasonSeason    PIC X(4).
       01 ReasonJunk      PIC X(250).
       01 LedgerPtr       PIC 9(3).
