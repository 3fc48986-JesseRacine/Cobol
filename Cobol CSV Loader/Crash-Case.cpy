      * One line of CRASH-CASE.DAT, the investigation follow-up file
      * for serious crashes - common to CSV-Loader (which opens a
      * case for every fatal crash it loads), Case-Maint, Case-Aging,
      * Crash-Lookup, Crash-Docket and Crash-Archive. The file runs
      * in CrashID order: a C line per case, then that case's N
      * lines, the dated notes, oldest first. CSV-Loader appends a
      * new case and its opening note at the end, and the next
      * Case-Maint session files them in order. COPY this directly
      * under an 01-level record name with REPLACING ==:PFX:== BY
      * ==xxx== for the prefix that record's field names need.
       02 :PFX:Type PIC X(1).
           88 :PFX:Case-Line VALUE "C".
           88 :PFX:Note-Line VALUE "N".
       02 FILLER PIC X(1).
       02 :PFX:CrashID PIC 9(5).
       02 FILLER PIC X(1).
       02 :PFX:Body PIC X(92).
      * The case: OPEN, UNDER REVIEW, LEGAL HOLD or CLOSED, who has
      * it, when the follow-up is due, and the dates it was opened
      * and last changed (all YYYYMMDD; no investigator yet is
      * spaces).
       02 :PFX:Case-View REDEFINES :PFX:Body.
           03 :PFX:Status PIC X(12).
               88 :PFX:Status-Open VALUE "OPEN".
               88 :PFX:Status-Review VALUE "UNDER REVIEW".
               88 :PFX:Status-Hold VALUE "LEGAL HOLD".
               88 :PFX:Status-Closed VALUE "CLOSED".
           03 FILLER PIC X(1).
           03 :PFX:Investigator PIC X(20).
           03 FILLER PIC X(1).
           03 :PFX:Due PIC 9(8).
           03 FILLER PIC X(1).
           03 :PFX:Opened PIC 9(8).
           03 FILLER PIC X(1).
           03 :PFX:Changed PIC 9(8).
           03 FILLER PIC X(32).
      * A note: the date it was keyed, the operator who keyed it
      * (LOADER for the note CSV-Loader opens a case with) and the
      * text.
       02 :PFX:Note-View REDEFINES :PFX:Body.
           03 :PFX:Note-Date PIC 9(8).
           03 FILLER PIC X(1).
           03 :PFX:Note-Oper PIC X(8).
           03 FILLER PIC X(1).
           03 :PFX:Note-Text PIC X(74).
