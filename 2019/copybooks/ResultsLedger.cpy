      * The volume accounting file WriteLedger appends to alongside
      * the answer: one "VOL|date|program|reads|rejects|lines|instr"
      * record per run, keyed by program and date, totalled monthly
      * by acctroll.cob - the chargeback and capacity story. After
      * it, one "CAP|stamp|program|table|limit|used" record per
      * bounded table the run noted (NoteCapacity), its high-water
      * mark against the OCCURS limit, for capacity.cob.
       SELECT AcctFile ASSIGN USING AcctPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AcctStatus.
      * The reasonability rules WriteLedger edits every answer
      * against before it is written ("Season|Day|Part|Rule|Operand|
      * Operand2", "*" season for any): an answer that breaks one is
      * still recorded, but tagged SUSPECT (see CheckReasonable in
      * ResultsLedgerWrite.cpy).
       SELECT ReasonFile ASSIGN TO "reasonability.rules"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ReasonStatus.
