      * Before/after evaluation of the safety treatments logged in
      * COUNTERMEASURE.DAT (kept by Countermeasure-Maint) - did the
      * roundabout at a corner, the road diet on a corridor, make
      * it any safer. Reads sorted.dat and, for each treatment, sets
      * the crashes at its location (KIND L, the LocCode) or along
      * its corridor (KIND C, every CORRIDOR-MASTER.DAT point of the
      * corridor) over equal periods before and after it, by
      * reporting period (TYear/TMonth):
      *   - the months from the start of the work through the month
      *     the treatment went into service are construction and are
      *     left out of both periods;
      *   - the after period runs from the month after service to
      *     AS-OF, at most PERIOD-MONTHS long, and the before period
      *     is the same number of months ending the month before the
      *     work began;
      *   - a treatment with fewer than MIN-AFTER-MONTHS complete
      *     months since service is listed as pending, with the
      *     month it can first be evaluated.
      * Each period gives crashes, fatal-or-injury crashes and the
      * Severity-Rank score (base 1, fatality 50, injury 10,
      * passengers 1 each, pedestrians 5 each, work area 5). Where
      * traffic volume is known the after-period figures are scaled
      * to before-period traffic: after x before AADT / after AADT.
      * The after AADT is the current TRAFFIC-VOLUME.DAT figure for
      * the location (L line) or corridor (C line); the before AADT
      * is the one carried on the treatment, or the same current
      * figure when the treatment has none. With no figure at all
      * the counts are compared as they stand, and the line says so.
      * The change is (after - before) * 100 / before, percent.
      * COUNTERMEASURE.RPT lists every evaluated treatment, then
      * rolls them up by treatment type - pooled before and after
      * totals for all the treatments of that type - then the
      * pending treatments.
      * Where CRASH-COST.DAT (written by Crash-Cost) is on hand, each
      * evaluated treatment is also stated in dollars: the cost of
      * its before-period crashes, the cost of its after-period
      * crashes scaled by the same AADT factor, the difference -
      * dollars saved - and that against what the treatment cost,
      * all at the unit-cost year Crash-Cost applied, which the
      * section heading names. A crash charged to a treatment but
      * missing from CRASH-COST.DAT (priced before it was loaded)
      * adds nothing and is counted, for return code 4.
      * COUNTERMEASURE-PARMS.DAT, all optional:
      *   PERIOD-MONTHS=36     longest before/after period (1-60)
      *   MIN-AFTER-MONTHS=12  after-period months needed (1-60)
      *   AS-OF=YYYY-MM        last month of data to count
      *                        (default the month before this one)
      * A treatment line that cannot be read is reported and left
      * out, for return code 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Countermeasure-Eval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SortedFile ASSIGN TO "sorted.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Sorted-Status.

       SELECT TreatmentFile ASSIGN TO "COUNTERMEASURE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Treat-Status.

       SELECT CorridorFile ASSIGN TO "CORRIDOR-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Corr-Status.

       SELECT VolumeFile ASSIGN TO "TRAFFIC-VOLUME.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Vol-Status.

       SELECT ParmFile ASSIGN TO "COUNTERMEASURE-PARMS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Parm-Status.

       SELECT CostFile ASSIGN TO "CRASH-COST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Cost-Status.

       SELECT ReportFile ASSIGN TO "COUNTERMEASURE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SortedFile.
       01 CrashRec.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ====.

       FD TreatmentFile.
       01 TreatmentRec PIC X(100).
       88 EndOfTreatmentFile VALUE HIGH-VALUES.

       FD CorridorFile.
       01 CorridorRec PIC X(80).
       88 EndOfCorridorFile VALUE HIGH-VALUES.

       FD VolumeFile.
       01 VolumeRec PIC X(80).
       88 EndOfVolumeFile VALUE HIGH-VALUES.

       FD ParmFile.
       01 ParmRec PIC X(80).
       88 EndOfParmFile VALUE HIGH-VALUES.

       FD CostFile.
       01 CostRec.
       88 EndOfCostFile VALUE HIGH-VALUES.
       02 CC-CrashID PIC 9(5).
       02 FILLER PIC X(1).
       02 CC-LocCode PIC X(8).
       02 FILLER PIC X(1).
       02 CC-TYear PIC X(4).
       02 FILLER PIC X(1).
       02 CC-TMonth PIC X(2).
       02 FILLER PIC X(1).
       02 CC-Cost PIC 9(11).
       02 FILLER PIC X(1).
       02 CC-Basis PIC X(1).
       02 FILLER PIC X(1).
       02 CC-Unit-Year PIC 9(4).

       FD ReportFile.
       01 ReportLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Sorted-Status PIC X(2).
       01 WS-Treat-Status PIC X(2).
       01 WS-Corr-Status PIC X(2).
       01 WS-Vol-Status PIC X(2).
       01 WS-Parm-Status PIC X(2).
       01 WS-Cost-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-EOF-Switch PIC X(1) VALUE "N".
           88 EndOfSortedFile VALUE "Y".
       01 WS-Parm-Keyword PIC X(20).
       01 WS-Parm-Value PIC X(20).
       01 WS-Period-Months PIC 9(2) VALUE 36.
       01 WS-Min-After PIC 9(2) VALUE 12.
       01 WS-Today PIC 9(8).
       01 WS-Today-Parts REDEFINES WS-Today.
           02 WS-Today-Year PIC 9(4).
           02 WS-Today-Month PIC 9(2).
           02 FILLER PIC 9(2).
       01 WS-As-Of-Text PIC X(7).

      * Reporting periods as a running month number, year * 12 +
      * month - 1, as Hotspot-Alert keeps them.
       01 WS-As-Of-Idx PIC 9(6) COMP.
       01 WS-Crash-Idx PIC 9(6) COMP.
       01 WS-Idx-Year PIC 9(4).
       01 WS-Idx-Month PIC 9(2).
       01 WS-Period-Edit.
           02 WS-PE-Year PIC 9(4).
           02 FILLER PIC X(1) VALUE "-".
           02 WS-PE-Month PIC 99.
       01 WS-Available PIC S9(6) COMP.

      * One COUNTERMEASURE.DAT line's fields.
       01 WS-Id-Text PIC X(5).
       01 WS-Kind-Text PIC X(1).
       01 WS-Key-Text PIC X(8).
       01 WS-Type-Text PIC X(12).
       01 WS-Start-Text PIC X(10).
       01 WS-Installed-Text PIC X(10).
       01 WS-Cost-Text PIC X(10).
       01 WS-AADT-Text PIC X(8).
       01 WS-Num-Text PIC X(10).
       01 WS-Num-Len PIC 9(2) COMP.
       01 WS-Num-Max PIC 9(2) COMP.
       01 WS-Num-Value PIC 9(10).
       01 WS-Num-Valid PIC X(1).
           88 Number-Is-Valid VALUE "Y".
       01 WS-Line-Result PIC X(1).
           88 Line-Is-Good VALUE "Y".
           88 Line-Is-Bad VALUE "N".
       01 WS-Date-Is-Valid PIC X(1).
           88 Date-Is-Valid VALUE "Y".
           88 Date-Is-Invalid VALUE "N".
       01 WS-Days-In-Month PIC 99.
       01 WS-Edit-Date.
           02 WS-Edit-Year PIC 9(4).
           02 WS-Edit-Dash-1 PIC X(1).
           02 WS-Edit-Month PIC 9(2).
           02 WS-Edit-Dash-2 PIC X(1).
           02 WS-Edit-DOM PIC 9(2).

      * The treatments. State E is evaluated, P pending. Before
      * period WS-TR-Bef-Low up to the month before WS-TR-Start-Idx,
      * after period the month after WS-TR-Inst-Idx up to
      * WS-TR-Aft-High.
       01 WS-Treatment-Table.
           02 WS-TR-Entry OCCURS 500 TIMES.
               03 WS-TR-Id PIC 9(5).
               03 WS-TR-Kind PIC X(1).
               03 WS-TR-Key PIC X(8).
               03 WS-TR-Type PIC X(12).
               03 WS-TR-Installed PIC X(10).
               03 WS-TR-Cost PIC 9(9).
               03 WS-TR-Bef-AADT PIC 9(7).
               03 WS-TR-Aft-AADT PIC 9(7).
               03 WS-TR-State PIC X(1).
               03 WS-TR-Months PIC 9(2) COMP.
               03 WS-TR-Avail PIC S9(6) COMP.
               03 WS-TR-Start-Idx PIC 9(6) COMP.
               03 WS-TR-Inst-Idx PIC 9(6) COMP.
               03 WS-TR-Bef-Low PIC 9(6) COMP.
               03 WS-TR-Aft-High PIC 9(6) COMP.
               03 WS-TR-Bef-Count PIC 9(5) COMP.
               03 WS-TR-Bef-FI PIC 9(5) COMP.
               03 WS-TR-Bef-Score PIC 9(7) COMP.
               03 WS-TR-Aft-Count PIC 9(5) COMP.
               03 WS-TR-Aft-FI PIC 9(5) COMP.
               03 WS-TR-Aft-Score PIC 9(7) COMP.
               03 WS-TR-Build-Count PIC 9(5) COMP.
               03 WS-TR-Bef-Cost PIC 9(13) COMP-3.
               03 WS-TR-Aft-Cost PIC 9(13) COMP-3.
               03 WS-TR-Adj-Cost PIC 9(13) COMP-3.
       01 WS-Treats-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Treat-Sub PIC 9(3) COMP.
       01 WS-Bad-Treat-Count PIC 9(3) COMP VALUE ZERO.

      * Corridor points, from the P lines of CORRIDOR-MASTER.DAT.
       01 WS-Point-Table.
           02 WS-PT-Entry OCCURS 2000 TIMES.
               03 WS-PT-Corridor PIC X(8).
               03 WS-PT-Code PIC X(8).
       01 WS-Points-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Point-Sub PIC 9(4) COMP.
       01 WS-Point-Type PIC X(1).
       01 WS-Point-Corridor PIC X(8).
       01 WS-Point-Code PIC X(8).

      * The corridors the crash in hand lies on.
       01 WS-On-Corridors.
           02 WS-OC-ID PIC X(8) OCCURS 10 TIMES.
       01 WS-On-Used PIC 9(2) COMP.
       01 WS-On-Sub PIC 9(2) COMP.
       01 WS-Match-Switch PIC X(1).
           88 Crash-At-Treatment VALUE "Y".

      * Every LocCode a treatment covers - its own, or each point
      * of its corridor - and the CRASH-COST.DAT prices of the
      * crashes at them.
       01 WS-Treated-Table.
           02 WS-TL-Code PIC X(8) OCCURS 2000 TIMES.
       01 WS-Treated-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Treated-Sub PIC 9(4) COMP.
       01 WS-Price-Table.
           02 WS-PR-Entry OCCURS 5000 TIMES.
               03 WS-PR-CrashID PIC 9(5).
               03 WS-PR-Cost PIC 9(11).
       01 WS-Prices-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Price-Sub PIC 9(4) COMP.
       01 WS-Price-Overflow PIC 9(7) COMP VALUE ZERO.
       01 WS-Unpriced-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Cost-Year PIC 9(4) VALUE ZERO.
       01 WS-Cost-Switch PIC X(1) VALUE "N".
           88 Crash-Costs-Loaded VALUE "Y".
       01 WS-Price-State PIC X(1).
           88 Price-Not-Sought VALUE "?".
       01 WS-Crash-Price PIC 9(11).

      * L and C lines of TRAFFIC-VOLUME.DAT.
       01 WS-Volume-Table.
           02 WS-VT-Entry OCCURS 2000 TIMES.
               03 WS-VT-Type PIC X(1).
               03 WS-VT-Key PIC X(8).
               03 WS-VT-AADT PIC 9(7).
       01 WS-Volumes-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Vol-Sub PIC 9(4) COMP.
       01 WS-Vol-Type PIC X(1).
       01 WS-Vol-Key PIC X(8).
       01 WS-Vol-AADT-Text PIC X(10).
       01 WS-Vol-AADT-Len PIC 9(2) COMP.

      * Treatment types, pooled.
       01 WS-Type-Table.
           02 WS-TY-Entry OCCURS 100 TIMES.
               03 WS-TY-Type PIC X(12).
               03 WS-TY-Treats PIC 9(3) COMP.
               03 WS-TY-Cost PIC 9(11) COMP.
               03 WS-TY-Bef-Count PIC 9(7) COMP.
               03 WS-TY-Bef-FI PIC 9(7) COMP.
               03 WS-TY-Bef-Score PIC 9(9) COMP.
               03 WS-TY-Aft-Count PIC 9(7)V9(2) COMP.
               03 WS-TY-Aft-FI PIC 9(7)V9(2) COMP.
               03 WS-TY-Aft-Score PIC 9(9)V9(2) COMP.
       01 WS-Types-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Type-Sub PIC 9(3) COMP.
       01 WS-Type-Overflow PIC 9(3) COMP VALUE ZERO.

       01 WS-Crash-Score PIC 9(5) COMP.
       01 WS-Pass-Count PIC 9(3).
       01 WS-Ped-Count PIC 9(3).
       01 WS-Read-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-No-Period-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Evaluated-Count PIC 9(3) COMP VALUE ZERO.
       01 WS-Pending-Count PIC 9(3) COMP VALUE ZERO.
       01 WS-Build-Total PIC 9(7) COMP VALUE ZERO.

      * Figures for the line in hand - before, after scaled to
      * before-period traffic, and the change between them.
       01 WS-AADT-Factor PIC 9(3)V9(4).
       01 WS-Factor-Switch PIC X(1).
           88 Volume-Known VALUE "Y".
       01 WS-Adj-Count PIC 9(7)V9(2).
       01 WS-Adj-FI PIC 9(7)V9(2).
       01 WS-Adj-Score PIC 9(9)V9(2).
       01 WS-Change-Before PIC 9(9)V9(2).
       01 WS-Change-After PIC 9(9)V9(2).
       01 WS-Change-Pct PIC S9(5).
       01 WS-Change-Edit PIC ++++9.
       01 WS-Change-Text PIC X(6).

       01 WS-Title-Line.
           02 FILLER PIC X(50)
               VALUE "COUNTERMEASURE BEFORE/AFTER EVALUATION".
           02 FILLER PIC X(10) VALUE "RUN DATE ".
           02 WS-TL-Date PIC 9999/99/99.
       01 WS-Rule-Line.
           02 FILLER PIC X(13) VALUE "DATA THROUGH ".
           02 WS-RL-As-Of PIC X(7).
           02 FILLER PIC X(5) VALUE SPACE.
           02 FILLER PIC X(24) VALUE "LONGEST PERIOD (MONTHS) ".
           02 WS-RL-Period PIC Z9.
           02 FILLER PIC X(5) VALUE SPACE.
           02 FILLER PIC X(20) VALUE "AFTER-MONTHS NEEDED ".
           02 WS-RL-Min PIC Z9.
       01 WS-Basis-Line.
           02 FILLER PIC X(30) VALUE "CONSTRUCTION MONTHS EXCLUDED.".
           02 FILLER PIC X(48) VALUE
               "AFTER FIGURES SCALED TO BEFORE-PERIOD TRAFFIC BY".
           02 FILLER PIC X(23) VALUE " THE AADT FACTOR SHOWN.".
           02 FILLER PIC X(31) VALUE
               "  F+I = FATAL OR INJURY CRASHES".
       01 WS-Section-Line.
           02 FILLER PIC X(4) VALUE "*** ".
           02 WS-SL-Text PIC X(60).
       01 WS-Detail-Head-1.
           02 FILLER PIC X(48) VALUE SPACE.
           02 FILLER PIC X(23) VALUE "-------- BEFORE -------".
           02 FILLER PIC X(1) VALUE SPACE.
           02 FILLER PIC X(28) VALUE
               "-------- AFTER (ADJ) -------".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(20) VALUE "---- CHANGE % ----".
       01 WS-Detail-Head-2.
           02 FILLER PIC X(34) VALUE
               "ID    K KEY      TYPE".
           02 FILLER PIC X(14) VALUE "IN SERVICE MOS".
           02 FILLER PIC X(24) VALUE
               " CRASH    F+I    SCORE".
           02 FILLER PIC X(30) VALUE
               "  CRASH      F+I      SCORE".
           02 FILLER PIC X(30) VALUE
               "CRASH    F+I  SCORE  AADT ADJ".
       01 WS-Detail-Line.
           02 WS-DL-Id PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Kind PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Key PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Type PIC X(12).
           02 FILLER PIC X(5) VALUE SPACE.
           02 WS-DL-Installed PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Months PIC Z9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Bef-Count PIC ZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Bef-FI PIC ZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Bef-Score PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Aft-Count PIC ZZ,ZZ9.9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Aft-FI PIC ZZ,ZZ9.9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Aft-Score PIC Z,ZZZ,ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-DL-Chg-Count PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Chg-FI PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Chg-Score PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-DL-Factor PIC X(8).
       01 WS-Factor-Edit PIC ZZ9.999.
       01 WS-Type-Head.
           02 FILLER PIC X(14) VALUE "TYPE".
           02 FILLER PIC X(20) VALUE "  TREATED       COST".
           02 FILLER PIC X(24) VALUE
               " CRASH    F+I    SCORE".
           02 FILLER PIC X(30) VALUE
               "  CRASH      F+I      SCORE".
           02 FILLER PIC X(20) VALUE "CRASH    F+I  SCORE".
       01 WS-Type-Line.
           02 WS-YL-Type PIC X(12).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-YL-Treats PIC ZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-YL-Cost PIC $$,$$$,$$$,$$9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-YL-Bef-Count PIC ZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-YL-Bef-FI PIC ZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-YL-Bef-Score PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-YL-Aft-Count PIC ZZ,ZZ9.9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-YL-Aft-FI PIC ZZ,ZZ9.9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-YL-Aft-Score PIC Z,ZZZ,ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-YL-Chg-Count PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-YL-Chg-FI PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-YL-Chg-Score PIC X(6).
       01 WS-Pending-Head.
           02 FILLER PIC X(34) VALUE
               "ID    K KEY      TYPE".
           02 FILLER PIC X(40) VALUE
               "IN SERVICE  MONTHS SO FAR  EVALUABLE".
       01 WS-Pending-Line.
           02 WS-PL-Id PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-PL-Kind PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-PL-Key PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-PL-Type PIC X(12).
           02 FILLER PIC X(5) VALUE SPACE.
           02 WS-PL-Installed PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-PL-Months PIC ZZZZZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-PL-Due PIC X(7).
       01 WS-Saved-Head.
           02 FILLER PIC X(35) VALUE
               "ID    K KEY      TYPE         MOS".
           02 FILLER PIC X(20) VALUE "       BEFORE COST".
           02 FILLER PIC X(20) VALUE "  AFTER COST (ADJ)".
           02 FILLER PIC X(21) VALUE "      DOLLARS SAVED".
           02 FILLER PIC X(16) VALUE "TREATMENT COST".
           02 FILLER PIC X(7) VALUE "  B / C".
       01 WS-Saved-Line.
           02 WS-SD-Id PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SD-Kind PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SD-Key PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SD-Type PIC X(12).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-SD-Months PIC ZZ.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-SD-Bef-Cost PIC $$,$$$,$$$,$$$,$$9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-SD-Aft-Cost PIC $$,$$$,$$$,$$$,$$9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-SD-Saved PIC $$,$$$,$$$,$$$,$$9-.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-SD-Treat-Cost PIC $$,$$$,$$$,$$9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-SD-Ratio PIC X(7).
       01 WS-Saved-Amount PIC S9(13).
       01 WS-Ratio-Base PIC 9(13).
       01 WS-Ratio PIC S9(4)V99.
       01 WS-Ratio-Edit PIC ---9.99.
       01 WS-All-Bef-Cost PIC 9(13) VALUE ZERO.
       01 WS-All-Adj-Cost PIC 9(13) VALUE ZERO.
       01 WS-All-Treat-Cost PIC 9(13) VALUE ZERO.
       01 WS-Saved-Basis.
           02 FILLER PIC X(48) VALUE
               "DOLLARS SAVED = BEFORE COST - AFTER COST (ADJ), ".
           02 FILLER PIC X(31) VALUE "OVER THE MONTHS SHOWN.  B / C =".
           02 FILLER PIC X(35) VALUE
               " DOLLARS SAVED / TREATMENT COST.".
       01 WS-Cost-Title.
           02 FILLER PIC X(31) VALUE
               "DOLLARS SAVED - CRASH COSTS AT ".
           02 WS-CT-Year PIC 9(4).
           02 FILLER PIC X(12) VALUE " UNIT COSTS".
       01 WS-No-Cost-Line PIC X(60) VALUE
           "    (NO CRASH-COST.DAT - RUN CRASH-COST FIRST)".
       01 WS-None-Line PIC X(40) VALUE "    (NONE)".
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(50).
           02 WS-CL-Count PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-As-Of-Idx = WS-Today-Year * 12
               + WS-Today-Month - 2
           PERFORM Load-Parameters THRU Load-Parameters-Exit
           PERFORM Load-Volume-Master THRU Load-Volume-Master-Exit
           PERFORM Load-Corridor-Points
               THRU Load-Corridor-Points-Exit
           PERFORM Load-Treatments THRU Load-Treatments-Exit
           IF RETURN-CODE NOT = 0 AND WS-Treats-Used = ZERO
               GOBACK
           END-IF
           PERFORM Load-Crash-Costs THRU Load-Crash-Costs-Exit
           OPEN INPUT SortedFile
           IF WS-Sorted-Status NOT = "00"
               DISPLAY "Countermeasure-Eval: unable to open "
                   "sorted.dat, status " WS-Sorted-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EndOfSortedFile
               READ SortedFile
                   AT END SET EndOfSortedFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM Tally-One-Crash
                           THRU Tally-One-Crash-Exit
               END-READ
           END-PERFORM
           CLOSE SortedFile
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Countermeasure-Eval: unable to open "
                   "COUNTERMEASURE.RPT, status " WS-Report-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Write-Report-Heading
           PERFORM Write-Evaluations
           PERFORM Write-Dollars-Saved THRU Write-Dollars-Saved-Exit
           PERFORM Write-Type-Rollup
           PERFORM Write-Pending
           PERFORM Write-Summary
           CLOSE ReportFile
           DISPLAY "Countermeasure-Eval: " WS-Read-Count
               " crashes read, " WS-Evaluated-Count
               " treatment(s) evaluated, " WS-Pending-Count
               " pending"
           IF WS-Bad-Treat-Count > ZERO
               DISPLAY "Countermeasure-Eval: *** WARNING *** "
                   WS-Bad-Treat-Count " treatment line(s) of "
                   "COUNTERMEASURE.DAT could not be read"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-Type-Overflow > ZERO
               DISPLAY "Countermeasure-Eval: *** WARNING *** type "
                   "table full - " WS-Type-Overflow
                   " treatment(s) left out of the roll-up"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-Unpriced-Count > ZERO
               DISPLAY "Countermeasure-Eval: *** WARNING *** "
                   WS-Unpriced-Count " crash(es) at treatments not "
                   "in CRASH-COST.DAT - rerun Crash-Cost"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-Price-Overflow > ZERO
               DISPLAY "Countermeasure-Eval: *** WARNING *** price "
                   "table full - " WS-Price-Overflow
                   " crash price(s) not loaded"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       Load-Parameters.
           OPEN INPUT ParmFile
           IF WS-Parm-Status NOT = "00"
               GO TO Load-Parameters-Exit
           END-IF
           PERFORM UNTIL EndOfParmFile
               READ ParmFile
                   AT END SET EndOfParmFile TO TRUE
                   NOT AT END
                       IF ParmRec NOT = SPACE AND
                               ParmRec(1:1) NOT = "*"
                           PERFORM Apply-Parameter
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ParmFile.
       Load-Parameters-Exit.
           EXIT.

       Apply-Parameter.
           MOVE SPACE TO WS-Parm-Keyword
           MOVE SPACE TO WS-Parm-Value
           UNSTRING ParmRec DELIMITED BY "="
               INTO WS-Parm-Keyword WS-Parm-Value
           EVALUATE WS-Parm-Keyword
               WHEN "PERIOD-MONTHS"
                   IF FUNCTION NUMVAL(WS-Parm-Value) > ZERO AND
                           FUNCTION NUMVAL(WS-Parm-Value) < 61
                       MOVE FUNCTION NUMVAL(WS-Parm-Value)
                           TO WS-Period-Months
                   ELSE
                       DISPLAY "Countermeasure-Eval: *** WARNING *** "
                           "PERIOD-MONTHS must be 1-60 - "
                           "default kept"
                   END-IF
               WHEN "MIN-AFTER-MONTHS"
                   IF FUNCTION NUMVAL(WS-Parm-Value) > ZERO AND
                           FUNCTION NUMVAL(WS-Parm-Value) < 61
                       MOVE FUNCTION NUMVAL(WS-Parm-Value)
                           TO WS-Min-After
                   ELSE
                       DISPLAY "Countermeasure-Eval: *** WARNING *** "
                           "MIN-AFTER-MONTHS must be 1-60 - "
                           "default kept"
                   END-IF
               WHEN "AS-OF"
                   MOVE WS-Parm-Value(1:7) TO WS-As-Of-Text
                   IF WS-As-Of-Text(1:4) IS NUMERIC AND
                           WS-As-Of-Text(5:1) = "-" AND
                           WS-As-Of-Text(6:2) IS NUMERIC AND
                           WS-As-Of-Text(6:2) > "00" AND
                           WS-As-Of-Text(6:2) < "13"
                       COMPUTE WS-As-Of-Idx =
                           FUNCTION NUMVAL(WS-As-Of-Text(1:4)) * 12
                           + FUNCTION NUMVAL(WS-As-Of-Text(6:2)) - 1
                   ELSE
                       DISPLAY "Countermeasure-Eval: *** WARNING *** "
                           "AS-OF must be YYYY-MM - last month "
                           "is used"
                   END-IF
               WHEN OTHER
                   DISPLAY "Countermeasure-Eval: *** WARNING *** "
                       "unknown parameter ignored - " WS-Parm-Keyword
           END-EVALUATE.

      * L and C lines only; zone figures mean nothing to a
      * treatment. Bad lines are Crash-Rate's to complain about.
       Load-Volume-Master.
           OPEN INPUT VolumeFile
           IF WS-Vol-Status NOT = "00"
               DISPLAY "Countermeasure-Eval: no TRAFFIC-VOLUME.DAT - "
                   "counts are compared unadjusted"
               GO TO Load-Volume-Master-Exit
           END-IF
           PERFORM UNTIL EndOfVolumeFile
               READ VolumeFile
                   AT END SET EndOfVolumeFile TO TRUE
                   NOT AT END
                       IF (VolumeRec(1:2) = "L;" OR
                               VolumeRec(1:2) = "C;")
                               AND WS-Volumes-Used < 2000
                           PERFORM Load-One-Volume-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VolumeFile.
       Load-Volume-Master-Exit.
           EXIT.

       Load-One-Volume-Line.
           MOVE SPACE TO WS-Vol-Type
           MOVE SPACE TO WS-Vol-Key
           MOVE SPACE TO WS-Vol-AADT-Text
           UNSTRING VolumeRec DELIMITED BY ";"
               INTO WS-Vol-Type WS-Vol-Key WS-Vol-AADT-Text
           MOVE WS-Vol-AADT-Text TO WS-Num-Text
           MOVE 7 TO WS-Num-Max
           PERFORM Edit-Number-Text THRU Edit-Number-Text-Exit
           IF Number-Is-Valid AND WS-Num-Value > ZERO
               ADD 1 TO WS-Volumes-Used
               MOVE WS-Vol-Type TO WS-VT-Type(WS-Volumes-Used)
               MOVE WS-Vol-Key TO WS-VT-Key(WS-Volumes-Used)
               MOVE WS-Num-Value TO WS-VT-AADT(WS-Volumes-Used)
           END-IF.

       Load-Corridor-Points.
           OPEN INPUT CorridorFile
           IF WS-Corr-Status NOT = "00"
               GO TO Load-Corridor-Points-Exit
           END-IF
           PERFORM UNTIL EndOfCorridorFile
               READ CorridorFile
                   AT END SET EndOfCorridorFile TO TRUE
                   NOT AT END
                       IF CorridorRec(1:2) = "P;"
                               AND WS-Points-Used < 2000
                           MOVE SPACE TO WS-Point-Corridor
                           MOVE SPACE TO WS-Point-Code
                           UNSTRING CorridorRec DELIMITED BY ";"
                               INTO WS-Point-Type WS-Point-Corridor
                                   WS-Point-Code
                           ADD 1 TO WS-Points-Used
                           MOVE WS-Point-Corridor
                               TO WS-PT-Corridor(WS-Points-Used)
                           MOVE WS-Point-Code
                               TO WS-PT-Code(WS-Points-Used)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CorridorFile.
       Load-Corridor-Points-Exit.
           EXIT.

       Load-Treatments.
           OPEN INPUT TreatmentFile
           IF WS-Treat-Status NOT = "00"
               DISPLAY "Countermeasure-Eval: unable to open "
                   "COUNTERMEASURE.DAT, status " WS-Treat-Status
               MOVE 16 TO RETURN-CODE
               GO TO Load-Treatments-Exit
           END-IF
           PERFORM UNTIL EndOfTreatmentFile
               READ TreatmentFile
                   AT END SET EndOfTreatmentFile TO TRUE
                   NOT AT END
                       IF TreatmentRec NOT = SPACE AND
                               TreatmentRec(1:1) NOT = "*"
                           PERFORM Load-One-Treatment
                               THRU Load-One-Treatment-Exit
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TreatmentFile.
       Load-Treatments-Exit.
           EXIT.

      * Countermeasure-Maint's edits, short of the master-file
      * lookups; then the treatment's periods are set.
       Load-One-Treatment.
           MOVE SPACE TO WS-Id-Text
           MOVE SPACE TO WS-Kind-Text
           MOVE SPACE TO WS-Key-Text
           MOVE SPACE TO WS-Type-Text
           MOVE SPACE TO WS-Start-Text
           MOVE SPACE TO WS-Installed-Text
           MOVE SPACE TO WS-Cost-Text
           MOVE SPACE TO WS-AADT-Text
           UNSTRING TreatmentRec DELIMITED BY ";"
               INTO WS-Id-Text WS-Kind-Text WS-Key-Text
                   WS-Type-Text WS-Start-Text WS-Installed-Text
                   WS-Cost-Text WS-AADT-Text
           PERFORM Edit-Treatment-Line THRU Edit-Treatment-Line-Exit
           IF Line-Is-Bad OR WS-Treats-Used >= 500
               ADD 1 TO WS-Bad-Treat-Count
               DISPLAY "Countermeasure-Eval: *** WARNING *** "
                   "treatment not evaluated: " TreatmentRec
               GO TO Load-One-Treatment-Exit
           END-IF
           ADD 1 TO WS-Treats-Used
           MOVE WS-Treats-Used TO WS-Treat-Sub
           MOVE WS-Id-Text TO WS-Num-Text
           MOVE 5 TO WS-Num-Max
           PERFORM Edit-Number-Text THRU Edit-Number-Text-Exit
           MOVE WS-Num-Value TO WS-TR-Id(WS-Treat-Sub)
           MOVE WS-Kind-Text TO WS-TR-Kind(WS-Treat-Sub)
           MOVE WS-Key-Text TO WS-TR-Key(WS-Treat-Sub)
           MOVE WS-Type-Text TO WS-TR-Type(WS-Treat-Sub)
           MOVE WS-Installed-Text TO WS-TR-Installed(WS-Treat-Sub)
           MOVE WS-Cost-Text TO WS-Num-Text
           MOVE 9 TO WS-Num-Max
           PERFORM Edit-Number-Text THRU Edit-Number-Text-Exit
           MOVE WS-Num-Value TO WS-TR-Cost(WS-Treat-Sub)
           MOVE ZERO TO WS-TR-Bef-AADT(WS-Treat-Sub)
           IF WS-AADT-Text NOT = SPACE
               MOVE WS-AADT-Text TO WS-Num-Text
               MOVE 7 TO WS-Num-Max
               PERFORM Edit-Number-Text THRU Edit-Number-Text-Exit
               MOVE WS-Num-Value TO WS-TR-Bef-AADT(WS-Treat-Sub)
           END-IF
           MOVE ZERO TO WS-TR-Aft-AADT(WS-Treat-Sub)
           PERFORM VARYING WS-Vol-Sub FROM 1 BY 1
                   UNTIL WS-Vol-Sub > WS-Volumes-Used
               IF WS-VT-Type(WS-Vol-Sub) = WS-Kind-Text AND
                       WS-VT-Key(WS-Vol-Sub) = WS-Key-Text
                   MOVE WS-VT-AADT(WS-Vol-Sub)
                       TO WS-TR-Aft-AADT(WS-Treat-Sub)
               END-IF
           END-PERFORM
           IF WS-TR-Bef-AADT(WS-Treat-Sub) = ZERO
               MOVE WS-TR-Aft-AADT(WS-Treat-Sub)
                   TO WS-TR-Bef-AADT(WS-Treat-Sub)
           END-IF
           COMPUTE WS-TR-Start-Idx(WS-Treat-Sub) =
               FUNCTION NUMVAL(WS-Start-Text(1:4)) * 12
               + FUNCTION NUMVAL(WS-Start-Text(6:2)) - 1
           COMPUTE WS-TR-Inst-Idx(WS-Treat-Sub) =
               FUNCTION NUMVAL(WS-Installed-Text(1:4)) * 12
               + FUNCTION NUMVAL(WS-Installed-Text(6:2)) - 1
           COMPUTE WS-Available = WS-As-Of-Idx
               - WS-TR-Inst-Idx(WS-Treat-Sub)
           MOVE WS-Available TO WS-TR-Avail(WS-Treat-Sub)
           MOVE ZERO TO WS-TR-Bef-Count(WS-Treat-Sub)
           MOVE ZERO TO WS-TR-Bef-FI(WS-Treat-Sub)
           MOVE ZERO TO WS-TR-Bef-Score(WS-Treat-Sub)
           MOVE ZERO TO WS-TR-Aft-Count(WS-Treat-Sub)
           MOVE ZERO TO WS-TR-Aft-FI(WS-Treat-Sub)
           MOVE ZERO TO WS-TR-Aft-Score(WS-Treat-Sub)
           MOVE ZERO TO WS-TR-Build-Count(WS-Treat-Sub)
           MOVE ZERO TO WS-TR-Bef-Cost(WS-Treat-Sub)
           MOVE ZERO TO WS-TR-Aft-Cost(WS-Treat-Sub)
           MOVE ZERO TO WS-TR-Adj-Cost(WS-Treat-Sub)
           IF WS-Available < WS-Min-After
               MOVE "P" TO WS-TR-State(WS-Treat-Sub)
               MOVE ZERO TO WS-TR-Months(WS-Treat-Sub)
               ADD 1 TO WS-Pending-Count
               GO TO Load-One-Treatment-Exit
           END-IF
           MOVE "E" TO WS-TR-State(WS-Treat-Sub)
           ADD 1 TO WS-Evaluated-Count
           IF WS-Available > WS-Period-Months
               MOVE WS-Period-Months TO WS-TR-Months(WS-Treat-Sub)
           ELSE
               MOVE WS-Available TO WS-TR-Months(WS-Treat-Sub)
           END-IF
           COMPUTE WS-TR-Bef-Low(WS-Treat-Sub) =
               WS-TR-Start-Idx(WS-Treat-Sub)
               - WS-TR-Months(WS-Treat-Sub)
           COMPUTE WS-TR-Aft-High(WS-Treat-Sub) =
               WS-TR-Inst-Idx(WS-Treat-Sub)
               + WS-TR-Months(WS-Treat-Sub).
       Load-One-Treatment-Exit.
           EXIT.

      * The LocCodes the treatments cover, then the prices of the
      * crashes at them - the rest of CRASH-COST.DAT is passed by.
       Load-Crash-Costs.
           PERFORM VARYING WS-Treat-Sub FROM 1 BY 1
                   UNTIL WS-Treat-Sub > WS-Treats-Used
               IF WS-TR-Kind(WS-Treat-Sub) = "L"
                   MOVE WS-TR-Key(WS-Treat-Sub) TO WS-Point-Code
                   PERFORM Note-Treated-Code
               ELSE
                   PERFORM VARYING WS-Point-Sub FROM 1 BY 1
                           UNTIL WS-Point-Sub > WS-Points-Used
                       IF WS-PT-Corridor(WS-Point-Sub) =
                               WS-TR-Key(WS-Treat-Sub)
                           MOVE WS-PT-Code(WS-Point-Sub)
                               TO WS-Point-Code
                           PERFORM Note-Treated-Code
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           OPEN INPUT CostFile
           IF WS-Cost-Status NOT = "00"
               DISPLAY "Countermeasure-Eval: no CRASH-COST.DAT - "
                   "results are not stated in dollars"
               GO TO Load-Crash-Costs-Exit
           END-IF
           SET Crash-Costs-Loaded TO TRUE
           PERFORM UNTIL EndOfCostFile
               READ CostFile
                   AT END SET EndOfCostFile TO TRUE
                   NOT AT END
                       IF WS-Cost-Year = ZERO AND
                               CC-Unit-Year IS NUMERIC
                           MOVE CC-Unit-Year TO WS-Cost-Year
                       END-IF
                       PERFORM Load-One-Crash-Cost
                           THRU Load-One-Crash-Cost-Exit
               END-READ
           END-PERFORM
           CLOSE CostFile.
       Load-Crash-Costs-Exit.
           EXIT.

       Note-Treated-Code.
           PERFORM VARYING WS-Treated-Sub FROM 1 BY 1
                   UNTIL WS-Treated-Sub > WS-Treated-Used
                   OR WS-TL-Code(WS-Treated-Sub) = WS-Point-Code
               CONTINUE
           END-PERFORM
           IF WS-Treated-Sub > WS-Treated-Used AND
                   WS-Treated-Used < 2000
               ADD 1 TO WS-Treated-Used
               MOVE WS-Point-Code TO WS-TL-Code(WS-Treated-Used)
           END-IF.

       Load-One-Crash-Cost.
           IF CC-LocCode = SPACE OR CC-Cost IS NOT NUMERIC
               GO TO Load-One-Crash-Cost-Exit
           END-IF
           PERFORM VARYING WS-Treated-Sub FROM 1 BY 1
                   UNTIL WS-Treated-Sub > WS-Treated-Used
                   OR WS-TL-Code(WS-Treated-Sub) = CC-LocCode
               CONTINUE
           END-PERFORM
           IF WS-Treated-Sub > WS-Treated-Used
               GO TO Load-One-Crash-Cost-Exit
           END-IF
           IF WS-Prices-Used >= 5000
               ADD 1 TO WS-Price-Overflow
               GO TO Load-One-Crash-Cost-Exit
           END-IF
           ADD 1 TO WS-Prices-Used
           MOVE CC-CrashID TO WS-PR-CrashID(WS-Prices-Used)
           MOVE CC-Cost TO WS-PR-Cost(WS-Prices-Used).
       Load-One-Crash-Cost-Exit.
           EXIT.

       Edit-Treatment-Line.
           SET Line-Is-Bad TO TRUE
           IF (WS-Kind-Text NOT = "L" AND WS-Kind-Text NOT = "C")
                   OR WS-Key-Text = SPACE OR WS-Type-Text = SPACE
               GO TO Edit-Treatment-Line-Exit
           END-IF
           MOVE WS-Id-Text TO WS-Num-Text
           MOVE 5 TO WS-Num-Max
           PERFORM Edit-Number-Text THRU Edit-Number-Text-Exit
           IF NOT Number-Is-Valid
               GO TO Edit-Treatment-Line-Exit
           END-IF
           MOVE WS-Start-Text TO WS-Edit-Date
           PERFORM Validate-Edit-Date THRU Validate-Edit-Date-Exit
           IF Date-Is-Invalid
               GO TO Edit-Treatment-Line-Exit
           END-IF
           MOVE WS-Installed-Text TO WS-Edit-Date
           PERFORM Validate-Edit-Date THRU Validate-Edit-Date-Exit
           IF Date-Is-Invalid OR WS-Start-Text > WS-Installed-Text
               GO TO Edit-Treatment-Line-Exit
           END-IF
           MOVE WS-Cost-Text TO WS-Num-Text
           MOVE 9 TO WS-Num-Max
           PERFORM Edit-Number-Text THRU Edit-Number-Text-Exit
           IF NOT Number-Is-Valid
               GO TO Edit-Treatment-Line-Exit
           END-IF
           IF WS-AADT-Text NOT = SPACE
               MOVE WS-AADT-Text TO WS-Num-Text
               MOVE 7 TO WS-Num-Max
               PERFORM Edit-Number-Text THRU Edit-Number-Text-Exit
               IF NOT Number-Is-Valid
                   GO TO Edit-Treatment-Line-Exit
               END-IF
           END-IF
           SET Line-Is-Good TO TRUE.
       Edit-Treatment-Line-Exit.
           EXIT.

      * Digits only, up to WS-Num-Max of them, left-justified as
      * UNSTRING leaves them; blank is not a number.
       Edit-Number-Text.
           MOVE "N" TO WS-Num-Valid
           MOVE ZERO TO WS-Num-Value
           MOVE 10 TO WS-Num-Len
           PERFORM UNTIL WS-Num-Len = ZERO
                   OR WS-Num-Text(WS-Num-Len:1) NOT = SPACE
               SUBTRACT 1 FROM WS-Num-Len
           END-PERFORM
           IF WS-Num-Len = ZERO OR WS-Num-Len > WS-Num-Max
               GO TO Edit-Number-Text-Exit
           END-IF
           IF WS-Num-Text(1:WS-Num-Len) IS NOT NUMERIC
               GO TO Edit-Number-Text-Exit
           END-IF
           MOVE WS-Num-Text(1:WS-Num-Len) TO WS-Num-Value
           MOVE "Y" TO WS-Num-Valid.
       Edit-Number-Text-Exit.
           EXIT.

      * Month 1-12 and day-of-month valid for that month, leap years
      * included - Crash-Maint's date edit.
       Validate-Edit-Date.
           SET Date-Is-Valid TO TRUE
           IF WS-Edit-Year IS NOT NUMERIC
                   OR WS-Edit-Month IS NOT NUMERIC
                   OR WS-Edit-DOM IS NOT NUMERIC
                   OR WS-Edit-Dash-1 NOT = "-"
                   OR WS-Edit-Dash-2 NOT = "-"
               SET Date-Is-Invalid TO TRUE
               GO TO Validate-Edit-Date-Exit
           END-IF
           IF WS-Edit-Month < 1 OR WS-Edit-Month > 12
               SET Date-Is-Invalid TO TRUE
               GO TO Validate-Edit-Date-Exit
           END-IF
           EVALUATE WS-Edit-Month
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-Days-In-Month
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-Days-In-Month
               WHEN 2
                   IF FUNCTION MOD(WS-Edit-Year, 4) = 0 AND
                     (FUNCTION MOD(WS-Edit-Year, 100) NOT = 0 OR
                      FUNCTION MOD(WS-Edit-Year, 400) = 0)
                       MOVE 29 TO WS-Days-In-Month
                   ELSE
                       MOVE 28 TO WS-Days-In-Month
                   END-IF
           END-EVALUATE
           IF WS-Edit-DOM < 1 OR WS-Edit-DOM > WS-Days-In-Month
               SET Date-Is-Invalid TO TRUE
           END-IF.
       Validate-Edit-Date-Exit.
           EXIT.

      * Finds the corridors the crash's location lies on, then
      * charges the crash to each evaluated treatment it falls
      * under, in whichever of that treatment's periods it is.
       Tally-One-Crash.
           IF TYear IS NOT NUMERIC OR TMonth IS NOT NUMERIC
               ADD 1 TO WS-No-Period-Count
               GO TO Tally-One-Crash-Exit
           END-IF
           IF TMonth < 1 OR TMonth > 12
               ADD 1 TO WS-No-Period-Count
               GO TO Tally-One-Crash-Exit
           END-IF
           IF LocCode = SPACE
               GO TO Tally-One-Crash-Exit
           END-IF
           COMPUTE WS-Crash-Idx = TYear * 12 + TMonth - 1
           IF WS-Crash-Idx > WS-As-Of-Idx
               GO TO Tally-One-Crash-Exit
           END-IF
           MOVE ZERO TO WS-On-Used
           PERFORM VARYING WS-Point-Sub FROM 1 BY 1
                   UNTIL WS-Point-Sub > WS-Points-Used
               IF WS-PT-Code(WS-Point-Sub) = LocCode AND
                       WS-On-Used < 10
                   ADD 1 TO WS-On-Used
                   MOVE WS-PT-Corridor(WS-Point-Sub)
                       TO WS-OC-ID(WS-On-Used)
               END-IF
           END-PERFORM
           PERFORM Score-One-Crash
           MOVE "?" TO WS-Price-State
           PERFORM VARYING WS-Treat-Sub FROM 1 BY 1
                   UNTIL WS-Treat-Sub > WS-Treats-Used
               IF WS-TR-State(WS-Treat-Sub) = "E"
                   PERFORM Match-Crash-To-Treatment
                   IF Crash-At-Treatment
                       PERFORM Charge-Crash-To-Treatment
                   END-IF
               END-IF
           END-PERFORM.
       Tally-One-Crash-Exit.
           EXIT.

       Match-Crash-To-Treatment.
           MOVE "N" TO WS-Match-Switch
           IF WS-TR-Kind(WS-Treat-Sub) = "L"
               IF WS-TR-Key(WS-Treat-Sub) = LocCode
                   SET Crash-At-Treatment TO TRUE
               END-IF
           ELSE
               PERFORM VARYING WS-On-Sub FROM 1 BY 1
                       UNTIL WS-On-Sub > WS-On-Used
                   IF WS-OC-ID(WS-On-Sub) = WS-TR-Key(WS-Treat-Sub)
                       SET Crash-At-Treatment TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       Charge-Crash-To-Treatment.
           EVALUATE TRUE
               WHEN WS-Crash-Idx < WS-TR-Bef-Low(WS-Treat-Sub)
                   CONTINUE
               WHEN WS-Crash-Idx < WS-TR-Start-Idx(WS-Treat-Sub)
                   ADD 1 TO WS-TR-Bef-Count(WS-Treat-Sub)
                   ADD WS-Crash-Score TO WS-TR-Bef-Score(WS-Treat-Sub)
                   PERFORM Find-Crash-Price
                       THRU Find-Crash-Price-Exit
                   ADD WS-Crash-Price TO WS-TR-Bef-Cost(WS-Treat-Sub)
                   IF FatalityBool = 1 OR InjuryBool = 1
                       ADD 1 TO WS-TR-Bef-FI(WS-Treat-Sub)
                   END-IF
               WHEN WS-Crash-Idx NOT > WS-TR-Inst-Idx(WS-Treat-Sub)
                   ADD 1 TO WS-TR-Build-Count(WS-Treat-Sub)
               WHEN WS-Crash-Idx NOT > WS-TR-Aft-High(WS-Treat-Sub)
                   ADD 1 TO WS-TR-Aft-Count(WS-Treat-Sub)
                   ADD WS-Crash-Score TO WS-TR-Aft-Score(WS-Treat-Sub)
                   PERFORM Find-Crash-Price
                       THRU Find-Crash-Price-Exit
                   ADD WS-Crash-Price TO WS-TR-Aft-Cost(WS-Treat-Sub)
                   IF FatalityBool = 1 OR InjuryBool = 1
                       ADD 1 TO WS-TR-Aft-FI(WS-Treat-Sub)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The crash's CRASH-COST.DAT price, looked up once however
      * many treatments it is charged to.
       Find-Crash-Price.
           IF NOT Price-Not-Sought
               GO TO Find-Crash-Price-Exit
           END-IF
           MOVE "Y" TO WS-Price-State
           MOVE ZERO TO WS-Crash-Price
           IF NOT Crash-Costs-Loaded
               GO TO Find-Crash-Price-Exit
           END-IF
           PERFORM VARYING WS-Price-Sub FROM 1 BY 1
                   UNTIL WS-Price-Sub > WS-Prices-Used
                   OR WS-PR-CrashID(WS-Price-Sub) = CrashID
               CONTINUE
           END-PERFORM
           IF WS-Price-Sub > WS-Prices-Used
               ADD 1 TO WS-Unpriced-Count
           ELSE
               MOVE WS-PR-Cost(WS-Price-Sub) TO WS-Crash-Price
           END-IF.
       Find-Crash-Price-Exit.
           EXIT.

      * Severity-Rank's weights, so a treatment's score reads on the
      * same scale as the ranking.
       Score-One-Crash.
           MOVE 1 TO WS-Crash-Score
           IF FatalityBool = 1
               ADD 50 TO WS-Crash-Score
           END-IF
           IF InjuryBool = 1
               ADD 10 TO WS-Crash-Score
           END-IF
           IF NumPass IS NUMERIC
               MOVE NumPass TO WS-Pass-Count
               ADD WS-Pass-Count TO WS-Crash-Score
           END-IF
           IF NumPed IS NUMERIC
               MOVE NumPed TO WS-Ped-Count
               COMPUTE WS-Crash-Score =
                   WS-Crash-Score + (5 * WS-Ped-Count)
           END-IF
           IF WorkArea NOT = SPACE
               ADD 5 TO WS-Crash-Score
           END-IF.

       Write-Report-Heading.
           MOVE WS-Today TO WS-TL-Date
           MOVE WS-Title-Line TO ReportLine
           WRITE ReportLine
           MOVE WS-As-Of-Idx TO WS-Crash-Idx
           PERFORM Format-Period
           MOVE WS-Period-Edit TO WS-RL-As-Of
           MOVE WS-Period-Months TO WS-RL-Period
           MOVE WS-Min-After TO WS-RL-Min
           MOVE WS-Rule-Line TO ReportLine
           WRITE ReportLine
           MOVE WS-Basis-Line TO ReportLine
           WRITE ReportLine.

       Format-Period.
           DIVIDE WS-Crash-Idx BY 12 GIVING WS-Idx-Year
               REMAINDER WS-Idx-Month
           MOVE WS-Idx-Year TO WS-PE-Year
           COMPUTE WS-PE-Month = WS-Idx-Month + 1.

      * One line per evaluated treatment, in log order, each added
      * into its type's pooled totals as it goes.
       Write-Evaluations.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "EVALUATED TREATMENTS" TO WS-SL-Text
           MOVE WS-Section-Line TO ReportLine
           WRITE ReportLine
           MOVE WS-Detail-Head-1 TO ReportLine
           WRITE ReportLine
           MOVE WS-Detail-Head-2 TO ReportLine
           WRITE ReportLine
           IF WS-Evaluated-Count = ZERO
               MOVE WS-None-Line TO ReportLine
               WRITE ReportLine
           END-IF
           PERFORM VARYING WS-Treat-Sub FROM 1 BY 1
                   UNTIL WS-Treat-Sub > WS-Treats-Used
               IF WS-TR-State(WS-Treat-Sub) = "E"
                   PERFORM Write-One-Evaluation
                   PERFORM Pool-By-Type THRU Pool-By-Type-Exit
               END-IF
           END-PERFORM.

       Write-One-Evaluation.
           MOVE "N" TO WS-Factor-Switch
           MOVE 1 TO WS-AADT-Factor
           IF WS-TR-Bef-AADT(WS-Treat-Sub) > ZERO AND
                   WS-TR-Aft-AADT(WS-Treat-Sub) > ZERO
               SET Volume-Known TO TRUE
               COMPUTE WS-AADT-Factor ROUNDED =
                   WS-TR-Bef-AADT(WS-Treat-Sub)
                   / WS-TR-Aft-AADT(WS-Treat-Sub)
           END-IF
           COMPUTE WS-Adj-Count ROUNDED =
               WS-TR-Aft-Count(WS-Treat-Sub) * WS-AADT-Factor
           COMPUTE WS-Adj-FI ROUNDED =
               WS-TR-Aft-FI(WS-Treat-Sub) * WS-AADT-Factor
           COMPUTE WS-Adj-Score ROUNDED =
               WS-TR-Aft-Score(WS-Treat-Sub) * WS-AADT-Factor
           COMPUTE WS-TR-Adj-Cost(WS-Treat-Sub) ROUNDED =
               WS-TR-Aft-Cost(WS-Treat-Sub) * WS-AADT-Factor
           MOVE WS-TR-Id(WS-Treat-Sub) TO WS-DL-Id
           MOVE WS-TR-Kind(WS-Treat-Sub) TO WS-DL-Kind
           MOVE WS-TR-Key(WS-Treat-Sub) TO WS-DL-Key
           MOVE WS-TR-Type(WS-Treat-Sub) TO WS-DL-Type
           MOVE WS-TR-Installed(WS-Treat-Sub) TO WS-DL-Installed
           MOVE WS-TR-Months(WS-Treat-Sub) TO WS-DL-Months
           MOVE WS-TR-Bef-Count(WS-Treat-Sub) TO WS-DL-Bef-Count
           MOVE WS-TR-Bef-FI(WS-Treat-Sub) TO WS-DL-Bef-FI
           MOVE WS-TR-Bef-Score(WS-Treat-Sub) TO WS-DL-Bef-Score
           MOVE WS-Adj-Count TO WS-DL-Aft-Count
           MOVE WS-Adj-FI TO WS-DL-Aft-FI
           MOVE WS-Adj-Score TO WS-DL-Aft-Score
           MOVE WS-TR-Bef-Count(WS-Treat-Sub) TO WS-Change-Before
           MOVE WS-Adj-Count TO WS-Change-After
           PERFORM Format-Change
           MOVE WS-Change-Text TO WS-DL-Chg-Count
           MOVE WS-TR-Bef-FI(WS-Treat-Sub) TO WS-Change-Before
           MOVE WS-Adj-FI TO WS-Change-After
           PERFORM Format-Change
           MOVE WS-Change-Text TO WS-DL-Chg-FI
           MOVE WS-TR-Bef-Score(WS-Treat-Sub) TO WS-Change-Before
           MOVE WS-Adj-Score TO WS-Change-After
           PERFORM Format-Change
           MOVE WS-Change-Text TO WS-DL-Chg-Score
           IF Volume-Known
               MOVE WS-AADT-Factor TO WS-Factor-Edit
               MOVE WS-Factor-Edit TO WS-DL-Factor
           ELSE
               MOVE "NO AADT" TO WS-DL-Factor
           END-IF
           MOVE WS-Detail-Line TO ReportLine
           WRITE ReportLine.

      * (after - before) * 100 / before as a signed whole percent,
      * N/A when there was nothing before to measure against.
       Format-Change.
           IF WS-Change-Before = ZERO
               MOVE "   N/A" TO WS-Change-Text
           ELSE
               COMPUTE WS-Change-Pct ROUNDED =
                   (WS-Change-After - WS-Change-Before) * 100
                   / WS-Change-Before
                   ON SIZE ERROR MOVE 99999 TO WS-Change-Pct
               END-COMPUTE
               MOVE WS-Change-Pct TO WS-Change-Edit
               MOVE SPACE TO WS-Change-Text
               MOVE WS-Change-Edit TO WS-Change-Text(1:5)
               MOVE "%" TO WS-Change-Text(6:1)
           END-IF.

      * Each evaluated treatment in dollars, and all of them
      * together, at the unit-cost year of CRASH-COST.DAT.
       Write-Dollars-Saved.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE WS-Cost-Year TO WS-CT-Year
           MOVE WS-Cost-Title TO WS-SL-Text
           IF NOT Crash-Costs-Loaded
               MOVE "DOLLARS SAVED" TO WS-SL-Text
           END-IF
           MOVE WS-Section-Line TO ReportLine
           WRITE ReportLine
           IF NOT Crash-Costs-Loaded
               MOVE WS-No-Cost-Line TO ReportLine
               WRITE ReportLine
               GO TO Write-Dollars-Saved-Exit
           END-IF
           MOVE WS-Saved-Basis TO ReportLine
           WRITE ReportLine
           MOVE WS-Saved-Head TO ReportLine
           WRITE ReportLine
           IF WS-Evaluated-Count = ZERO
               MOVE WS-None-Line TO ReportLine
               WRITE ReportLine
               GO TO Write-Dollars-Saved-Exit
           END-IF
           PERFORM VARYING WS-Treat-Sub FROM 1 BY 1
                   UNTIL WS-Treat-Sub > WS-Treats-Used
               IF WS-TR-State(WS-Treat-Sub) = "E"
                   MOVE WS-TR-Id(WS-Treat-Sub) TO WS-SD-Id
                   MOVE WS-TR-Kind(WS-Treat-Sub) TO WS-SD-Kind
                   MOVE WS-TR-Key(WS-Treat-Sub) TO WS-SD-Key
                   MOVE WS-TR-Type(WS-Treat-Sub) TO WS-SD-Type
                   MOVE WS-TR-Months(WS-Treat-Sub) TO WS-SD-Months
                   ADD WS-TR-Bef-Cost(WS-Treat-Sub) TO WS-All-Bef-Cost
                   ADD WS-TR-Adj-Cost(WS-Treat-Sub) TO WS-All-Adj-Cost
                   ADD WS-TR-Cost(WS-Treat-Sub) TO WS-All-Treat-Cost
                   MOVE WS-TR-Bef-Cost(WS-Treat-Sub) TO WS-SD-Bef-Cost
                   MOVE WS-TR-Adj-Cost(WS-Treat-Sub) TO WS-SD-Aft-Cost
                   COMPUTE WS-Saved-Amount =
                       WS-TR-Bef-Cost(WS-Treat-Sub)
                       - WS-TR-Adj-Cost(WS-Treat-Sub)
                   MOVE WS-TR-Cost(WS-Treat-Sub) TO WS-Ratio-Base
                   PERFORM Format-Saved-Line
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-SD-Id
           MOVE SPACE TO WS-SD-Kind
           MOVE SPACE TO WS-SD-Key
           MOVE "ALL" TO WS-SD-Type
           MOVE ZERO TO WS-SD-Months
           MOVE WS-All-Bef-Cost TO WS-SD-Bef-Cost
           MOVE WS-All-Adj-Cost TO WS-SD-Aft-Cost
           COMPUTE WS-Saved-Amount = WS-All-Bef-Cost - WS-All-Adj-Cost
           MOVE WS-All-Treat-Cost TO WS-Ratio-Base
           PERFORM Format-Saved-Line.
       Write-Dollars-Saved-Exit.
           EXIT.

      * Dollars saved and what each dollar of treatment bought -
      * N/A for a treatment logged at no cost.
       Format-Saved-Line.
           MOVE WS-Saved-Amount TO WS-SD-Saved
           MOVE WS-Ratio-Base TO WS-SD-Treat-Cost
           IF WS-Ratio-Base = ZERO
               MOVE "    N/A" TO WS-SD-Ratio
           ELSE
               COMPUTE WS-Ratio ROUNDED =
                   WS-Saved-Amount / WS-Ratio-Base
                   ON SIZE ERROR MOVE 9999.99 TO WS-Ratio
               END-COMPUTE
               MOVE WS-Ratio TO WS-Ratio-Edit
               MOVE WS-Ratio-Edit TO WS-SD-Ratio
           END-IF
           MOVE WS-Saved-Line TO ReportLine
           WRITE ReportLine.

       Pool-By-Type.
           PERFORM VARYING WS-Type-Sub FROM 1 BY 1
                   UNTIL WS-Type-Sub > WS-Types-Used
                   OR WS-TY-Type(WS-Type-Sub) = WS-TR-Type(WS-Treat-Sub)
               CONTINUE
           END-PERFORM
           IF WS-Type-Sub > WS-Types-Used
               IF WS-Types-Used >= 100
                   ADD 1 TO WS-Type-Overflow
                   GO TO Pool-By-Type-Exit
               END-IF
               ADD 1 TO WS-Types-Used
               MOVE WS-TR-Type(WS-Treat-Sub) TO WS-TY-Type(WS-Type-Sub)
               MOVE ZERO TO WS-TY-Treats(WS-Type-Sub)
               MOVE ZERO TO WS-TY-Cost(WS-Type-Sub)
               MOVE ZERO TO WS-TY-Bef-Count(WS-Type-Sub)
               MOVE ZERO TO WS-TY-Bef-FI(WS-Type-Sub)
               MOVE ZERO TO WS-TY-Bef-Score(WS-Type-Sub)
               MOVE ZERO TO WS-TY-Aft-Count(WS-Type-Sub)
               MOVE ZERO TO WS-TY-Aft-FI(WS-Type-Sub)
               MOVE ZERO TO WS-TY-Aft-Score(WS-Type-Sub)
           END-IF
           ADD 1 TO WS-TY-Treats(WS-Type-Sub)
           ADD WS-TR-Cost(WS-Treat-Sub) TO WS-TY-Cost(WS-Type-Sub)
           ADD WS-TR-Bef-Count(WS-Treat-Sub)
               TO WS-TY-Bef-Count(WS-Type-Sub)
           ADD WS-TR-Bef-FI(WS-Treat-Sub) TO WS-TY-Bef-FI(WS-Type-Sub)
           ADD WS-TR-Bef-Score(WS-Treat-Sub)
               TO WS-TY-Bef-Score(WS-Type-Sub)
           ADD WS-Adj-Count TO WS-TY-Aft-Count(WS-Type-Sub)
           ADD WS-Adj-FI TO WS-TY-Aft-FI(WS-Type-Sub)
           ADD WS-Adj-Score TO WS-TY-Aft-Score(WS-Type-Sub).
       Pool-By-Type-Exit.
           EXIT.

       Write-Type-Rollup.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "RESULTS BY TREATMENT TYPE (POOLED)" TO WS-SL-Text
           MOVE WS-Section-Line TO ReportLine
           WRITE ReportLine
           MOVE WS-Type-Head TO ReportLine
           WRITE ReportLine
           IF WS-Types-Used = ZERO
               MOVE WS-None-Line TO ReportLine
               WRITE ReportLine
           END-IF
           PERFORM VARYING WS-Type-Sub FROM 1 BY 1
                   UNTIL WS-Type-Sub > WS-Types-Used
               MOVE WS-TY-Type(WS-Type-Sub) TO WS-YL-Type
               MOVE WS-TY-Treats(WS-Type-Sub) TO WS-YL-Treats
               MOVE WS-TY-Cost(WS-Type-Sub) TO WS-YL-Cost
               MOVE WS-TY-Bef-Count(WS-Type-Sub) TO WS-YL-Bef-Count
               MOVE WS-TY-Bef-FI(WS-Type-Sub) TO WS-YL-Bef-FI
               MOVE WS-TY-Bef-Score(WS-Type-Sub) TO WS-YL-Bef-Score
               MOVE WS-TY-Aft-Count(WS-Type-Sub) TO WS-YL-Aft-Count
               MOVE WS-TY-Aft-FI(WS-Type-Sub) TO WS-YL-Aft-FI
               MOVE WS-TY-Aft-Score(WS-Type-Sub) TO WS-YL-Aft-Score
               MOVE WS-TY-Bef-Count(WS-Type-Sub) TO WS-Change-Before
               MOVE WS-TY-Aft-Count(WS-Type-Sub) TO WS-Change-After
               PERFORM Format-Change
               MOVE WS-Change-Text TO WS-YL-Chg-Count
               MOVE WS-TY-Bef-FI(WS-Type-Sub) TO WS-Change-Before
               MOVE WS-TY-Aft-FI(WS-Type-Sub) TO WS-Change-After
               PERFORM Format-Change
               MOVE WS-Change-Text TO WS-YL-Chg-FI
               MOVE WS-TY-Bef-Score(WS-Type-Sub) TO WS-Change-Before
               MOVE WS-TY-Aft-Score(WS-Type-Sub) TO WS-Change-After
               PERFORM Format-Change
               MOVE WS-Change-Text TO WS-YL-Chg-Score
               MOVE WS-Type-Line TO ReportLine
               WRITE ReportLine
           END-PERFORM.

      * Months in service so far, and the first AS-OF month at
      * which the treatment will have enough after-period data.
       Write-Pending.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "PENDING - NOT ENOUGH AFTER-PERIOD DATA YET"
               TO WS-SL-Text
           MOVE WS-Section-Line TO ReportLine
           WRITE ReportLine
           MOVE WS-Pending-Head TO ReportLine
           WRITE ReportLine
           IF WS-Pending-Count = ZERO
               MOVE WS-None-Line TO ReportLine
               WRITE ReportLine
           END-IF
           PERFORM VARYING WS-Treat-Sub FROM 1 BY 1
                   UNTIL WS-Treat-Sub > WS-Treats-Used
               IF WS-TR-State(WS-Treat-Sub) = "P"
                   MOVE WS-TR-Id(WS-Treat-Sub) TO WS-PL-Id
                   MOVE WS-TR-Kind(WS-Treat-Sub) TO WS-PL-Kind
                   MOVE WS-TR-Key(WS-Treat-Sub) TO WS-PL-Key
                   MOVE WS-TR-Type(WS-Treat-Sub) TO WS-PL-Type
                   MOVE WS-TR-Installed(WS-Treat-Sub)
                       TO WS-PL-Installed
                   IF WS-TR-Avail(WS-Treat-Sub) < ZERO
                       MOVE ZERO TO WS-PL-Months
                   ELSE
                       MOVE WS-TR-Avail(WS-Treat-Sub) TO WS-PL-Months
                   END-IF
                   COMPUTE WS-Crash-Idx =
                       WS-TR-Inst-Idx(WS-Treat-Sub) + WS-Min-After
                   PERFORM Format-Period
                   MOVE WS-Period-Edit TO WS-PL-Due
                   MOVE WS-Pending-Line TO ReportLine
                   WRITE ReportLine
               END-IF
           END-PERFORM.

       Write-Summary.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "CRASHES READ" TO WS-CL-Label
           MOVE WS-Read-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "CRASHES WITHOUT A REPORTING PERIOD" TO WS-CL-Label
           MOVE WS-No-Period-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Treat-Sub FROM 1 BY 1
                   UNTIL WS-Treat-Sub > WS-Treats-Used
               IF WS-TR-State(WS-Treat-Sub) = "E"
                   ADD WS-TR-Build-Count(WS-Treat-Sub)
                       TO WS-Build-Total
               END-IF
           END-PERFORM
           MOVE "CRASHES IN CONSTRUCTION MONTHS (NOT COUNTED)"
               TO WS-CL-Label
           MOVE WS-Build-Total TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "TREATMENTS EVALUATED" TO WS-CL-Label
           MOVE WS-Evaluated-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "TREATMENTS PENDING" TO WS-CL-Label
           MOVE WS-Pending-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "TREATMENT LINES UNREADABLE (NOT EVALUATED)"
               TO WS-CL-Label
           MOVE WS-Bad-Treat-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           IF Crash-Costs-Loaded
               MOVE "CRASHES AT TREATMENTS NOT IN CRASH-COST.DAT"
                   TO WS-CL-Label
               MOVE WS-Unpriced-Count TO WS-CL-Count
               MOVE WS-Count-Line TO ReportLine
               WRITE ReportLine
           END-IF.
