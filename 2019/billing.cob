       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Billing.

      * Monthly chargeback billing over the volume accounting file:
      * acctroll.cob totals volumes.acct per program per month, and
      * this job prices those volumes. The rate card ("charge.rates")
      * carries one "Unit|Rate" record per chargeable unit,
      *
      *   RUN|<rate>      per run
      *   KREC|<rate>     per thousand feed records read
      *   KLINE|<rate>    per thousand report lines written
      *   MINSTR|<rate>   per million Intcode instructions
      *
      * and the cost-centre map ("costcentre.map") assigns programs,
      *
      *   Program|CostCentre|CentreName
      *
      * the program named as in its PROGRAM-ID after the
      * "AdventOfCode2019-" prefix (1a, 12b, ...), "*" standing for
      * every program not otherwise listed. One invoice per cost
      * centre goes to Invoices.report with a line item per program
      * and the centre total, then the grand total; the same items go
      * to the finance ledger's fixed-width billing file
      * (billing.ledger), wrapped in batch control records:
      *
      *   H<batchid 14><month 6><invoices 5><items 7><total 13>
      *   D<centre 8><program 20><month 6><runs 7><records 11>
      *    <lines 11><instructions 15><amount 11>
      *   T<batchid 14><invoices 5><items 7><total 13>
      *
      * amounts in cents with the decimal point implied; the header
      * and trailer totals are the invoice grand total.
      *
      * Argument 1 (optional): the CCYYMM month to bill; by default
      * the previous calendar month.
      *
      * RETURN-CODE 0 billed, 4 when any program had no cost centre
      * and was billed to UNASSIGNED, 8 when volumes.acct or the rate
      * card is missing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AcctFile ASSIGN TO "volumes.acct"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AcctStatus.
       SELECT RateFile ASSIGN TO "charge.rates"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RateStatus.
       SELECT CentreFile ASSIGN TO "costcentre.map"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CentreStatus.
       SELECT ReportFile ASSIGN TO "Invoices.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BillFile ASSIGN TO "billing.ledger"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AcctFile.
       01 AcctRec    PIC X(100).
       88 EndOfAcct  VALUE HIGH-VALUES.

       FD RateFile.
       01 RateRec    PIC X(100).
       88 EndOfRates VALUE HIGH-VALUES.

       FD CentreFile.
       01 CentreRec    PIC X(100).
       88 EndOfCentres VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportRec PIC X(130).

       FD BillFile.
       01 BillRec PIC X(100).
       01 BillDetail REDEFINES BillRec.
          02 BdTag      PIC X(1).
          02 BdCentre   PIC X(8).
          02 BdProgram  PIC X(20).
          02 BdMonth    PIC X(6).
          02 BdRuns     PIC 9(7).
          02 BdReads    PIC 9(11).
          02 BdLines    PIC 9(11).
          02 BdInstr    PIC 9(15).
          02 BdAmount   PIC 9(9)V99.
          02 FILLER     PIC X(10).

       WORKING-STORAGE SECTION.
       01 AcctStatus   PIC X(2).
       01 RateStatus   PIC X(2).
       01 CentreStatus PIC X(2).
       01 BillMonth    PIC X(6).
       01 Stamp        PIC X(14).
       01 YearNum      PIC 9(4).
       01 MonthNum     PIC 9(2).

       01 RatePerRun   PIC 9(5)V9999 VALUE 0.
       01 RatePerKRec  PIC 9(5)V9999 VALUE 0.
       01 RatePerKLine PIC 9(5)V9999 VALUE 0.
       01 RatePerMInstr PIC 9(5)V9999 VALUE 0.
       01 RateCount    PIC 9(2) VALUE 0.

       01 CentreTable.
          02 CentreCount PIC 9(3) VALUE 0.
          02 CentreEntry OCCURS 200 TIMES.
             03 CmProgram PIC X(20).
             03 CmCentre  PIC X(8).
             03 CmName    PIC X(30).
       01 DefaultCentre PIC X(8) VALUE SPACES.
       01 DefaultName   PIC X(30) VALUE SPACES.

      * One billed item per program for the month, carrying the cost
      * centre it is charged to.
       01 ItemTable.
          02 ItemCount PIC 9(3) VALUE 0.
          02 ItemEntry OCCURS 300 TIMES.
             03 ItProgram PIC X(20).
             03 ItCentre  PIC X(8).
             03 ItName    PIC X(30).
             03 ItRuns    PIC 9(7).
             03 ItReads   PIC 9(11).
             03 ItLines   PIC 9(11).
             03 ItInstr   PIC 9(15).
             03 ItAmount  PIC 9(9)V99.
             03 ItBilled  PIC 9(1).

       01 Ix           PIC 9(3).
       01 Jx           PIC 9(3).
       01 Cx           PIC 9(3).
       01 FoundIdx     PIC 9(3).
       01 Fld1         PIC X(20).
       01 Fld2         PIC X(20).
       01 Fld3         PIC X(30).
       01 Fld4         PIC X(8).
       01 Fld5         PIC X(8).
       01 Fld6         PIC X(8).
       01 Fld7         PIC X(13).
       01 ShortName    PIC X(20).
       01 UnassignedCount PIC 9(3) VALUE 0.

       01 CurCentre    PIC X(8).
       01 CentreTotal  PIC 9(11)V99.
       01 GrandTotal   PIC 9(11)V99 VALUE 0.
       01 InvoiceCount PIC 9(5) VALUE 0.
       01 DetailCount  PIC 9(7) VALUE 0.
       01 BatchId      PIC X(14).
       01 HdrInvoices  PIC 9(5) VALUE 0.
       01 HdrDetails   PIC 9(7) VALUE 0.
       01 HdrTotal     PIC 9(11)V99 VALUE 0.

       01 RunsFmt      PIC Z(6)9.
       01 ReadsFmt     PIC Z(10)9.
       01 LinesFmt     PIC Z(10)9.
       01 InstrFmt     PIC Z(14)9.
       01 AmountFmt    PIC Z(8)9.99.
       01 TotalFmt     PIC Z(10)9.99.
       01 TotalDigits  PIC 9(11)V99.
       01 TotalText    REDEFINES TotalDigits PIC X(13).

       PROCEDURE DIVISION.
       Begin.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp.
           ACCEPT BillMonth FROM ARGUMENT-VALUE.
           IF BillMonth IS EQUAL TO SPACES OR BillMonth IS EQUAL TO
              LOW-VALUES
            MOVE Stamp(1:4) TO YearNum
            MOVE Stamp(5:2) TO MonthNum
            IF MonthNum IS EQUAL TO 1
             MOVE 12 TO MonthNum
             SUBTRACT 1 FROM YearNum
            ELSE
             SUBTRACT 1 FROM MonthNum
            END-IF
            MOVE SPACES TO BillMonth
            STRING YearNum MonthNum DELIMITED BY SIZE INTO BillMonth
            END-STRING
           END-IF.
           IF BillMonth IS NOT NUMERIC
            DISPLAY "Usage: [CCYYMM]"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.

           PERFORM LoadRates.
           PERFORM LoadCentres.
           OPEN INPUT AcctFile.
           IF AcctStatus IS NOT EQUAL TO "00"
            DISPLAY "volumes.acct not found - nothing to bill"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           READ AcctFile
            AT END SET EndOfAcct TO TRUE
           END-READ.
           PERFORM UNTIL EndOfAcct
            IF AcctRec(1:4) IS EQUAL TO "VOL|"
             PERFORM TallyRecord
            END-IF
            READ AcctFile
             AT END SET EndOfAcct TO TRUE
            END-READ
           END-PERFORM.
           CLOSE AcctFile.

      * Price every item and settle the header control totals
      * before anything is written; the trailer carries the totals
      * actually written, so the two agree only if nothing was lost.
           PERFORM VARYING Ix FROM 1 UNTIL Ix IS GREATER THAN
                   ItemCount
            PERFORM PriceItem
            ADD ItAmount(Ix) TO HdrTotal
            MOVE 0 TO FoundIdx
            PERFORM VARYING Jx FROM 1 UNTIL Jx IS NOT LESS THAN Ix
             IF ItCentre(Jx) IS EQUAL TO ItCentre(Ix)
              MOVE Jx TO FoundIdx
              EXIT PERFORM
             END-IF
            END-PERFORM
            IF FoundIdx IS EQUAL TO 0
             ADD 1 TO HdrInvoices
            END-IF
           END-PERFORM.
           MOVE ItemCount TO HdrDetails.

           MOVE Stamp TO BatchId.
           OPEN OUTPUT ReportFile.
           OPEN OUTPUT BillFile.
           MOVE HdrTotal TO TotalDigits.
           MOVE SPACES TO BillRec.
           STRING "H" BatchId BillMonth HdrInvoices HdrDetails
                  TotalText
            DELIMITED BY SIZE INTO BillRec
           END-STRING.
           WRITE BillRec.

           MOVE SPACES TO ReportRec.
           STRING "Chargeback invoices for " BillMonth
                  " (batch " BatchId ")"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           PERFORM NextCentre.
           PERFORM UNTIL Ix IS EQUAL TO 0
            PERFORM WriteInvoice
            PERFORM NextCentre
           END-PERFORM.

           MOVE SPACES TO ReportRec.
           WRITE ReportRec.
           MOVE GrandTotal TO TotalFmt.
           MOVE SPACES TO ReportRec.
           STRING "GRAND TOTAL " InvoiceCount " invoice(s) "
                  DetailCount " item(s) " TotalFmt
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY FUNCTION TRIM(ReportRec).

           MOVE GrandTotal TO TotalDigits.
           MOVE SPACES TO BillRec.
           STRING "T" BatchId InvoiceCount DetailCount TotalText
            DELIMITED BY SIZE INTO BillRec
           END-STRING.
           WRITE BillRec.
           CLOSE BillFile.
           DISPLAY "Invoices written to Invoices.report, billing file "
                   "billing.ledger".
           IF UnassignedCount IS GREATER THAN 0
            DISPLAY UnassignedCount " program(s) billed to UNASSIGNED"
                    " - add them to costcentre.map"
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine TallyRecord.
      *
      * Fold one accounting record for the billing month into its
      * program's item, resolving the item's cost centre when the
      * item is first seen.
      *
      * Uses: AcctRec, BillMonth, CentreTable -> ItemTable
       TallyRecord SECTION.
           MOVE SPACES TO Fld2 Fld3 Fld4 Fld5 Fld6 Fld7.
           UNSTRING AcctRec DELIMITED BY "|"
            INTO Fld1 Fld2 Fld3 Fld4 Fld5 Fld6 Fld7
           END-UNSTRING.
           IF Fld2(1:6) IS NOT EQUAL TO BillMonth
            EXIT SECTION
           END-IF.
           MOVE SPACES TO ShortName.
           IF Fld3(1:17) IS EQUAL TO "AdventOfCode2019-"
            MOVE Fld3(18:13) TO ShortName
           ELSE
            MOVE Fld3 TO ShortName
           END-IF.

           MOVE 0 TO FoundIdx.
           PERFORM VARYING Ix FROM 1 UNTIL Ix IS GREATER THAN
                   ItemCount
            IF ItProgram(Ix) IS EQUAL TO ShortName
             MOVE Ix TO FoundIdx
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF FoundIdx IS EQUAL TO 0
            IF ItemCount IS EQUAL TO 300
             EXIT SECTION
            END-IF
            ADD 1 TO ItemCount
            MOVE ItemCount TO FoundIdx
            MOVE ShortName TO ItProgram(FoundIdx)
            MOVE 0 TO ItRuns(FoundIdx) ItReads(FoundIdx)
                      ItLines(FoundIdx) ItInstr(FoundIdx)
                      ItAmount(FoundIdx) ItBilled(FoundIdx)
            PERFORM AssignCentre
           END-IF.
           ADD 1 TO ItRuns(FoundIdx).
           COMPUTE ItReads(FoundIdx) = ItReads(FoundIdx)
                 + FUNCTION NUMVAL(Fld4).
           COMPUTE ItLines(FoundIdx) = ItLines(FoundIdx)
                 + FUNCTION NUMVAL(Fld6).
           COMPUTE ItInstr(FoundIdx) = ItInstr(FoundIdx)
                 + FUNCTION NUMVAL(Fld7).

      * Subroutine AssignCentre.
      *
      * The cost centre for a newly seen program: its own map entry,
      * else the "*" entry, else UNASSIGNED.
      *
      * Uses: ItProgram(FoundIdx), CentreTable -> ItCentre, ItName
       AssignCentre SECTION.
           MOVE DefaultCentre TO ItCentre(FoundIdx).
           MOVE DefaultName TO ItName(FoundIdx).
           PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN
                   CentreCount
            IF CmProgram(Cx) IS EQUAL TO ItProgram(FoundIdx)
             MOVE CmCentre(Cx) TO ItCentre(FoundIdx)
             MOVE CmName(Cx) TO ItName(FoundIdx)
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF ItCentre(FoundIdx) IS EQUAL TO SPACES
            MOVE "UNASSIGN" TO ItCentre(FoundIdx)
            MOVE "UNASSIGNED" TO ItName(FoundIdx)
            ADD 1 TO UnassignedCount
           END-IF.

      * Subroutine PriceItem.
      *
      * Price one program's month from the rate card, to the cent.
      *
      * Uses: ItemEntry(Ix), rates -> ItAmount(Ix)
       PriceItem SECTION.
           COMPUTE ItAmount(Ix) ROUNDED =
                   ItRuns(Ix) * RatePerRun
                 + ItReads(Ix) / 1000 * RatePerKRec
                 + ItLines(Ix) / 1000 * RatePerKLine
                 + ItInstr(Ix) / 1000000 * RatePerMInstr.

      * Subroutine NextCentre.
      *
      * The first unbilled item of the lowest cost centre still to be
      * invoiced, so invoices come out in cost-centre order; zero
      * once every item is billed.
      *
      * Uses: ItemTable -> Ix
       NextCentre SECTION.
           MOVE 0 TO Ix.
           PERFORM VARYING Jx FROM 1 UNTIL Jx IS GREATER THAN
                   ItemCount
            IF ItBilled(Jx) IS EQUAL TO 0
             IF Ix IS EQUAL TO 0
              MOVE Jx TO Ix
             ELSE
              IF ItCentre(Jx) IS LESS THAN ItCentre(Ix)
               MOVE Jx TO Ix
              END-IF
             END-IF
            END-IF
           END-PERFORM.

      * Subroutine WriteInvoice.
      *
      * The invoice for the cost centre of item Ix: a line item, and
      * a billing-file detail record, for every program charged to
      * it (marking each billed), then the centre total.
      *
      * Uses: ItemTable, BillMonth -> ReportFile, BillFile, totals
       WriteInvoice SECTION.
           MOVE ItCentre(Ix) TO CurCentre.
           ADD 1 TO InvoiceCount.
           MOVE 0 TO CentreTotal.
           MOVE SPACES TO ReportRec.
           WRITE ReportRec.
           MOVE SPACES TO ReportRec.
           STRING "INVOICE " InvoiceCount "  cost centre " CurCentre
                  " " FUNCTION TRIM(ItName(Ix)) "  month " BillMonth
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           DISPLAY FUNCTION TRIM(ReportRec).
           MOVE SPACES TO ReportRec.
           STRING "  Program                 Runs     Records"
                  "       Lines    Instructions       Amount"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           PERFORM VARYING Jx FROM Ix UNTIL Jx IS GREATER THAN
                   ItemCount
            IF ItBilled(Jx) IS EQUAL TO 0
             AND ItCentre(Jx) IS EQUAL TO CurCentre
             PERFORM WriteLineItem
            END-IF
           END-PERFORM.
           MOVE CentreTotal TO TotalFmt.
           MOVE SPACES TO ReportRec.
           STRING "  Total for " CurCentre
                  "                                             "
                  TotalFmt
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.

      * Subroutine WriteLineItem.
      *
      * One program's line on the current invoice and its detail
      * record in the billing file.
      *
      * Uses: ItemEntry(Jx), CurCentre -> ReportFile, BillFile,
      *       CentreTotal, GrandTotal, DetailCount
       WriteLineItem SECTION.
           MOVE 1 TO ItBilled(Jx).
           ADD ItAmount(Jx) TO CentreTotal.
           ADD ItAmount(Jx) TO GrandTotal.
           ADD 1 TO DetailCount.
           MOVE ItRuns(Jx) TO RunsFmt.
           MOVE ItReads(Jx) TO ReadsFmt.
           MOVE ItLines(Jx) TO LinesFmt.
           MOVE ItInstr(Jx) TO InstrFmt.
           MOVE ItAmount(Jx) TO AmountFmt.
           MOVE SPACES TO ReportRec.
           STRING "  " ItProgram(Jx) " " RunsFmt " " ReadsFmt " "
                  LinesFmt " " InstrFmt " " AmountFmt
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.

           MOVE SPACES TO BillRec.
           MOVE "D" TO BdTag.
           MOVE CurCentre TO BdCentre.
           MOVE ItProgram(Jx) TO BdProgram.
           MOVE BillMonth TO BdMonth.
           MOVE ItRuns(Jx) TO BdRuns.
           MOVE ItReads(Jx) TO BdReads.
           MOVE ItLines(Jx) TO BdLines.
           MOVE ItInstr(Jx) TO BdInstr.
           MOVE ItAmount(Jx) TO BdAmount.
           WRITE BillRec.

      * Subroutine LoadRates.
      *
      * Read the rate card; a missing card, or one without all four
      * units, cannot price anything.
      *
      * Uses: RateFile -> RatePerRun, RatePerKRec, RatePerKLine,
      *       RatePerMInstr
       LoadRates SECTION.
           OPEN INPUT RateFile.
           IF RateStatus IS NOT EQUAL TO "00"
            DISPLAY "charge.rates not found - cannot price"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           READ RateFile
            AT END SET EndOfRates TO TRUE
           END-READ.
           PERFORM UNTIL EndOfRates
            IF RateRec(1:1) IS NOT EQUAL TO "*"
             AND FUNCTION TRIM(RateRec) IS NOT EQUAL TO SPACES
             MOVE SPACES TO Fld1 Fld2
             UNSTRING RateRec DELIMITED BY "|"
              INTO Fld1 Fld2
             END-UNSTRING
             EVALUATE FUNCTION UPPER-CASE(Fld1)
              WHEN "RUN"
               COMPUTE RatePerRun = FUNCTION NUMVAL(Fld2)
               ADD 1 TO RateCount
              WHEN "KREC"
               COMPUTE RatePerKRec = FUNCTION NUMVAL(Fld2)
               ADD 1 TO RateCount
              WHEN "KLINE"
               COMPUTE RatePerKLine = FUNCTION NUMVAL(Fld2)
               ADD 1 TO RateCount
              WHEN "MINSTR"
               COMPUTE RatePerMInstr = FUNCTION NUMVAL(Fld2)
               ADD 1 TO RateCount
              WHEN OTHER
               DISPLAY "Unknown rate card unit: "
                       FUNCTION TRIM(RateRec)
             END-EVALUATE
            END-IF
            MOVE SPACES TO RateRec
            READ RateFile
             AT END SET EndOfRates TO TRUE
            END-READ
           END-PERFORM.
           CLOSE RateFile.
           IF RateCount IS LESS THAN 4
            DISPLAY "charge.rates must price RUN, KREC, KLINE and "
                    "MINSTR"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.

      * Subroutine LoadCentres.
      *
      * Read the program-to-cost-centre map; the "*" entry is the
      * default centre; other lines starting "*" are comments. A
      * missing map bills everything UNASSIGNED.
      *
      * Uses: CentreFile -> CentreTable, DefaultCentre, DefaultName
       LoadCentres SECTION.
           OPEN INPUT CentreFile.
           IF CentreStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           READ CentreFile
            AT END SET EndOfCentres TO TRUE
           END-READ.
           PERFORM UNTIL EndOfCentres
            IF (CentreRec(1:1) IS NOT EQUAL TO "*"
                OR CentreRec(2:1) IS EQUAL TO "|")
             AND FUNCTION TRIM(CentreRec) IS NOT EQUAL TO SPACES
             MOVE SPACES TO Fld1 Fld2 Fld3
             UNSTRING CentreRec DELIMITED BY "|"
              INTO Fld1 Fld2 Fld3
             END-UNSTRING
             IF Fld1 IS EQUAL TO "*"
              MOVE Fld2 TO DefaultCentre
              MOVE Fld3 TO DefaultName
             ELSE
              IF CentreCount IS LESS THAN 200
               ADD 1 TO CentreCount
               MOVE Fld1 TO CmProgram(CentreCount)
               MOVE Fld2 TO CmCentre(CentreCount)
               MOVE Fld3 TO CmName(CentreCount)
              END-IF
             END-IF
            END-IF
            MOVE SPACES TO CentreRec
            READ CentreFile
             AT END SET EndOfCentres TO TRUE
            END-READ
           END-PERFORM.
           CLOSE CentreFile.
