              RECORD KEY IS ROSTER-EMP-ID
              FILE STATUS WS-ROSTER-FILE-STATUS.

           *> effective-dated pay history kept by ROSTERMNT - the
           *> pay profile in force from each date, so a period a
           *> rate change falls inside is paid part at each rate;
           *> optional, without it the roster and CSV figures stand
           SELECT RATE-HIST-FILE ASSIGN TO WS-RATEHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RH-KEY
              FILE STATUS WS-RH-FILE-STATUS.

           *> scratch file of employee IDs already seen in this run,
           *> used to flag duplicate IDs within the same CSV
           SELECT DUP-CHECK-FILE ASSIGN TO WS-DUPCHECK-FILE
              RECORD KEY IS BANK-EMP-ID
              FILE STATUS WS-BANK-FILE-STATUS.

           *> direct-deposit payment file in the bank's standard
           *> NACHA layout - file header, one PPD credit batch with
           *> an entry per paid employee, batch and file control
           *> records whose totals reconcile against the register's
           *> net, padded out to whole 10-record blocks
           SELECT ACH-FILE ASSIGN TO WS-ACH-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-ACH-FILE-STATUS.
           *> chart-of-accounts mapping - one CSV line per
           *> department:
           *> <dept>,<gross expense>,<tax payable>,<benefits
           *> payable>,<net payable>[,<employer tax expense>,
           *> <employer tax payable>[,<benefit match expense>,
           *> <benefit match payable>]]
           *> a DEFAULT line catches departments with no mapping;
           *> blank employer tax columns post to the department's
           *> gross expense and tax payable accounts, and blank
           *> match columns to its gross expense and benefits
           *> payable accounts
           SELECT GL-MAP-FILE ASSIGN TO WS-GLMAP-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-GLMAP-FILE-STATUS.
              RECORD KEY IS DED-KEY
              FILE STATUS WS-DEDMAST-FILE-STATUS.

           *> per-run check-issue file - one detail per employee
           *> left on the paper-check path (no banking, returned-
           *> deposit hold, or still prenoting), carrying the stub
           *> figures CHKWRT prints; its trailer carries the
           *> register-vs-deposit gap the details must add up to
           SELECT CHK-FILE ASSIGN TO WS-CHK-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-CHK-FILE-STATUS.

           *> employer payroll tax table - one CSV line per tax:
           *> <code>,<employer rate pct>,<annual wage base>
           *> e.g. SS / MED / FUTA / SUTA; a wage base of zero means
           *> the tax has no cap. No table file means the
           *> installation does not compute employer taxes
           SELECT ER-TAX-FILE ASSIGN TO WS-ERTAX-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-ERTAX-FILE-STATUS.

           *> per-run employer tax liability summary - taxable
           *> wages and employer tax by tax code, plus the employee
           *> withholding, so the tax deposit can be funded from
           *> one page
           SELECT ERL-FILE ASSIGN TO WS-ERLIAB-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-ERL-FILE-STATUS.

           *> cost-center master kept by accounting, CSV format:
           *> <code>,<description>,<GL account>,<status A/I>
           *> shared with TIMECLK, which rejects punches coded to
           *> anything not on it
           SELECT CC-MAST-FILE ASSIGN TO WS-COSTCTR-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-CC-FILE-STATUS.

           *> labor hours by cost center from TIMECLK, CSV format:
           *> <emp id>,<cost center>,<hours> then TRAILER,<count>;
           *> no file means the run has no labor distribution
           SELECT LBR-HRS-FILE ASSIGN TO WS-LABORHRS-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-LBR-FILE-STATUS.

           *> labor distribution - each employee's regular pay,
           *> overtime and bonus spread across the cost centers
           *> worked in proportion to hours, for job costing
           SELECT LDIST-FILE ASSIGN TO WS-LABDIST-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-LDIST-FILE-STATUS.

           *> benefit plan master - plan code, pre-tax/after-tax
           *> treatment, flat or percent-of-gross contributions,
           *> annual limit, employer match rule and carrier;
           *> maintained by the BENMNT companion program and loaded
           *> into a table at startup. No file means the
           *> installation has no benefit plans
           SELECT BEN-PLAN-FILE ASSIGN TO WS-BENPLAN-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BPL-CODE
              FILE STATUS WS-BENPLAN-FILE-STATUS.

           *> employee benefit elections - one record per employee
           *> per plan, carrying the year-to-date contributions the
           *> annual limit is checked against; maintained by BENMNT
           SELECT BEN-ELECT-FILE ASSIGN TO WS-BENELECT-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BEL-KEY
              FILE STATUS WS-BENELECT-FILE-STATUS.

           *> per-run benefit remittance file - employee and
           *> employer contributions totalled by plan, so each
           *> carrier can be paid; built the same way as the
           *> garnishment remittance file
           SELECT BRM-FILE ASSIGN TO WS-BENRMT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WS-BRM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           *> adjustment to this record, so a restarted run reports
           *> but never re-subtracts an already-applied reversal
           05 YTD-LAST-ADJ-RUN-ID PIC X(14).
           *> pre-tax benefit contributions for the year - gross
           *> less this is the taxable wage figure YEAREND prints
           05 YTD-PRETAX PIC 9(8)V99.

       *> validated, parsed employee record - shared layout for the
       *> work file, the sort work file, and the post-sort file
           *> the figure this program validates and pays from
           05 ROSTER-RATE     PIC 9(3)V99.

       *> this layout is duplicated from ROSTERMNT, so any change
       *> there must be mirrored here
       FD  RATE-HIST-FILE.
       01  RH-REC.
           05 RH-KEY.
              10 RH-EMP-ID   PIC 9(4).
              10 RH-EFF-DATE PIC X(10). *> "YYYY-MM-DD"
           *> 'P' pending, 'A' applied, 'X' cancelled
           05 RH-STATUS   PIC X(1).
           05 RH-PAY-TYPE PIC X(1).
           05 RH-FREQ     PIC X(1).
           05 RH-SALARY   PIC 9(7)V99.
           05 RH-FILING   PIC X(1).
           05 RH-ALLOW    PIC 9(2).
           05 RH-RATE     PIC 9(3)V99.
           05 RH-ENTERED  PIC X(10).
           05 RH-OPERATOR PIC X(20).

       FD  DUP-CHECK-FILE.
       01  DUP-REC.
           05 DUP-EMP-ID PIC 9(4).

       *> pay-history detail record - fixed positions, decimals
       *> implied; this layout is duplicated in PAYINQ,
       *> HISTREORG, BANKRET, PAYRECON and MASTCONV, so any
       *> change here must be mirrored there
       FD  PAY-HIST-FILE.
       01  HIST-REC.
           05 HIST-TAX        PIC 9(6)V99.
           05 HIST-DEDUCTIONS PIC 9(6)V99.
           05 HIST-NET        PIC 9(6)V99.
           *> pre-tax benefit elections taken out ahead of
           *> withholding, and the employer match on them
           05 HIST-PRETAX     PIC 9(6)V99.
           05 HIST-ER-MATCH   PIC 9(6)V99.

       *> keyed history mirror - the same detail as HIST-REC with
       *> the key fields up front; this layout is duplicated in
       *> PAYINQ, HISTREORG, QTRRPT, BUDRPT and MASTCONV, so
       *> any change here must be mirrored there
       FD  PAY-HIST-IX-FILE.
       01  HIX-REC.
           05 HIX-KEY.
           05 HIX-TAX        PIC 9(6)V99.
           05 HIX-DEDUCTIONS PIC 9(6)V99.
           05 HIX-NET        PIC 9(6)V99.
           05 HIX-PRETAX     PIC 9(6)V99.
           05 HIX-ER-MATCH   PIC 9(6)V99.

       *> this layout is duplicated in BANKMNT, BANKRET and
       *> PAYRECON, so any change here must be mirrored there
           *> run until the details are fixed. Anything else
           *> deposits normally; the one-time MASTCONV conversion
           *> grandfathers a pre-existing master's accounts as
           *> live 'A', since they were already taking deposits.
           *> 'C' = closed by the employee's final-pay run - no
           *> deposits until BANKMNT changes it back into prenote
           05 BANK-STATUS  PIC X(1).
           *> the date the prenote entered the file, YYYY-MM-DD
           05 BANK-PRENOTE-DATE PIC X(10).
           *> 'C' checking, 'S' savings - picks the entry's
           *> transaction code; MASTCONV sets existing accounts to
           *> checking
           05 BANK-ACCT-TYPE PIC X(1).

       *> NACHA records are a fixed 94 characters: '1' file header,
       *> '5' batch header, '6' entry detail, '8' batch control,
       *> '9' file control, then all-nines filler to the block
       FD  ACH-FILE.
       01  ACH-REC PIC X(94).

       *> check-issue record - '1' header, '6' detail, '8' trailer,
       *> amounts in zero-filled cents; layout read by CHKWRT
       FD  CHK-FILE.
       01  CHK-REC PIC X(100).

       FD  PAY-CAL-FILE.
       01  CAL-REC PIC X(80).
       FD  TAX-TABLE-FILE.
       01  TAXTBL-REC PIC X(80).

       FD  ER-TAX-FILE.
       01  ERTAX-REC PIC X(80).

       FD  ERL-FILE.
       01  ERL-REC PIC X(100).

       FD  CC-MAST-FILE.
       01  CCM-REC PIC X(80).

       FD  LBR-HRS-FILE.
       01  LBR-REC PIC X(80).

       FD  LDIST-FILE.
       01  LDIST-REC PIC X(120).

       *> run-control record - this layout is duplicated in
       *> RUNINQ and MASTCONV, so any change here must be
       *> mirrored there
       FD  RUN-CTL-FILE.
       01  RC-REC.
           05 RC-RUN-ID    PIC X(14).
           05 RC-DATE      PIC X(10).
           *> 'N' normal, 'C' correction, 'F' off-cycle final pay
           05 RC-MODE      PIC X(1).
           05 RC-RESTART   PIC X(1).  *> 'Y' resumed from checkpoint
           05 RC-ADJUST    PIC X(1).  *> 'Y' reversals were applied
           *> 'R' still running (or died), 'C' completed,
           05 RC-GROSS     PIC S9(9)V99
                           SIGN IS LEADING SEPARATE.
           05 RC-NET       PIC 9(8)V99.
           *> the last ACH trace sequence the run's deposit file
           *> used - the next run carries on from it, so a trace
           *> number never repeats from one deposit file to the
           *> next and a late return cannot land on another run
           05 RC-ACH-LAST-TRACE PIC 9(7).

       *> leave balances carry fractional hours because accrual is
       *> a rate on hours worked; this layout is duplicated in
           05 LV-LAST-RUN-ID PIC X(14).
           05 LV-LAST-VAC-TAKEN  PIC 9(3).
           05 LV-LAST-SICK-TAKEN PIC 9(3).
           *> 'C' closed by a final-pay run - the vacation balance
           *> was paid out and the sick balance forfeited; anything
           *> else is open. The vacation hours that run paid out
           *> are kept beside it for a resumed rerun to reuse
           05 LV-STATUS          PIC X(1).
           05 LV-LAST-PAYOUT     PIC 9(4)V99.

       *> this layout is duplicated in DEDMNT, so any change here
       *> must be mirrored there
           *> balance is simply finished, as before
           05 DED-ARREARS  PIC 9(6)V99.

       *> this layout is duplicated in BENMNT, so any change here
       *> must be mirrored there
       FD  BEN-PLAN-FILE.
       01  BPL-REC.
           05 BPL-CODE         PIC X(4).
           05 BPL-DESC         PIC X(20).
           05 BPL-TAX-TREAT    PIC X(1). *> 'P' pre-tax, 'A' after
           05 BPL-METHOD       PIC X(1). *> 'F' flat, 'P' percent
           *> cap on the employee's own contributions for the
           *> year - zero means no limit
           05 BPL-ANNUAL-LIMIT PIC 9(6)V99.
           *> employer match: this percent of the employee's
           *> contribution, but no more than BPL-MATCH-CAP percent
           *> of the period's gross (zero cap = uncapped)
           05 BPL-MATCH-PCT    PIC 9(3)V99.
           05 BPL-MATCH-CAP    PIC 9(2)V99.
           05 BPL-CARRIER      PIC X(20).
           05 BPL-STATUS       PIC X(1). *> 'A' active, 'I' inactive

       *> this layout is duplicated in BENMNT and YEAREND, so any
       *> change here must be mirrored there
       FD  BEN-ELECT-FILE.
       01  BEL-REC.
           05 BEL-KEY.
              10 BEL-EMP-ID PIC 9(4).
              10 BEL-PLAN   PIC X(4).
           *> per-period amount (flat plan) or percent of gross
           *> (percent plan)
           05 BEL-AMT       PIC 9(4)V99.
           05 BEL-PCT       PIC 9(2)V99.
           05 BEL-STATUS    PIC X(1). *> 'A' active, 'C' cancelled
           05 BEL-YTD-EE    PIC 9(6)V99.
           05 BEL-YTD-ER    PIC 9(6)V99.
           *> run-id of the last run that took this election, plus
           *> the employee and employer amounts it took, so a
           *> checkpoint-resumed rerun reuses them instead of
           *> contributing twice
           05 BEL-LAST-RUN-ID PIC X(14).
           05 BEL-LAST-EE   PIC 9(4)V99.
           05 BEL-LAST-ER   PIC 9(4)V99.

       FD  BRM-FILE.
       01  BRM-REC PIC X(100).

       WORKING-STORAGE SECTION.

       *> Fixed-width text fields from input (used after UNSTRING)
       77 WS-SORTED-FILE-STATUS PIC XX.
       77 WS-CKPT-FILE-STATUS   PIC XX.
       77 WS-ROSTER-FILE-STATUS   PIC XX.
       77 WS-RH-FILE-STATUS       PIC XX.
       77 WS-DUPCHECK-FILE-STATUS PIC XX.
       77 WS-HIST-FILE-STATUS     PIC XX.
       77 WS-HISTIX-FILE-STATUS   PIC XX.
       77 WS-LEAVE-FILE-STATUS    PIC XX.
       77 WS-RUNCTL-FILE-STATUS   PIC XX.
       77 WS-TAXTBL-FILE-STATUS   PIC XX.
       77 WS-CHK-FILE-STATUS      PIC XX.
       77 WS-ERTAX-FILE-STATUS    PIC XX.
       77 WS-ERL-FILE-STATUS      PIC XX.
       77 WS-CC-FILE-STATUS       PIC XX.
       77 WS-LBR-FILE-STATUS      PIC XX.
       77 WS-LDIST-FILE-STATUS    PIC XX.
       77 WS-BENPLAN-FILE-STATUS  PIC XX.
       77 WS-BENELECT-FILE-STATUS PIC XX.
       77 WS-BRM-FILE-STATUS      PIC XX.

       77 WS-INPUT-FILE  PIC X(50) VALUE SPACES.
       77 WS-OUTPUT-FILE PIC X(50) VALUE SPACES.
       77 WS-SORTED-FILE-NAME PIC X(50) VALUE "payroll_sorted.tmp".
       77 WS-CHECKPOINT-FILE  PIC X(50) VALUE "payroll.ckpt".
       77 WS-ROSTER-FILE      PIC X(50) VALUE "roster.dat".
       77 WS-RATEHIST-FILE    PIC X(50) VALUE "ratehist.dat".
       77 WS-DUPCHECK-FILE    PIC X(50) VALUE "dupcheck.dat".
       77 WS-PAYHIST-FILE     PIC X(50) VALUE "payhist.dat".
       77 WS-PAYHISTIX-FILE   PIC X(50) VALUE "payhistix.dat".
       77 WS-LEAVE-FILE       PIC X(50) VALUE "leave.dat".
       77 WS-RUNCTL-FILE      PIC X(50) VALUE "runctl.dat".
       77 WS-TAXTABLE-FILE    PIC X(50) VALUE "taxtable.dat".
       77 WS-CHK-FILE         PIC X(50) VALUE "chkpay.dat".
       77 WS-ERTAX-FILE       PIC X(50) VALUE "ertax.dat".
       77 WS-ERLIAB-FILE      PIC X(50) VALUE "erliab.txt".
       77 WS-COSTCTR-FILE     PIC X(50) VALUE "costctr.dat".
       77 WS-LABORHRS-FILE    PIC X(50) VALUE "laborhrs.csv".
       77 WS-LABDIST-FILE     PIC X(50) VALUE "labordist.csv".
       77 WS-BENPLAN-FILE     PIC X(50) VALUE "benplan.dat".
       77 WS-BENELECT-FILE    PIC X(50) VALUE "benelect.dat".
       77 WS-BENRMT-FILE      PIC X(50) VALUE "benrmt.dat".

       *> graduated withholding - the bracket table loaded from
       *> TAX-TABLE-FILE, kept in ascending-floor order per
       77 WS-TAX-J        PIC 9(2).
       77 WS-TAX-MATCHED  PIC X VALUE 'N'.

       *> employer payroll taxes - the rate/wage-base table loaded
       *> from ER-TAX-FILE, with the run's taxable wages and
       *> employer tax accumulated per code for the liability
       *> summary; WS-ERTAX-ACTIVE 'N' means no table file
       77 WS-ERTAX-ACTIVE PIC X VALUE 'N'.
       01 WS-ERTAX-FIELDS.
           05 WS-ERTAX-CODE-TEXT PIC X(6).
           05 WS-ERTAX-RATE-TEXT PIC X(8).
           05 WS-ERTAX-CAP-TEXT  PIC X(12).
       01 WS-ERTAX-TABLE.
           05 WS-ERTAX-ENTRY OCCURS 10 TIMES.
              10 WS-ERTAX-CODE  PIC X(6).
              10 WS-ERTAX-RATE  PIC 9(2)V9(4).
              10 WS-ERTAX-CAP   PIC 9(7)V99.
              10 WS-ERTAX-WAGES PIC 9(10)V99 COMP-3.
              10 WS-ERTAX-AMT   PIC 9(8)V99 COMP-3.
       77 WS-ERTAX-COUNT PIC 9(2) VALUE 0.
       77 WS-ERTAX-EOF   PIC X(3) VALUE "NO".
       77 WS-ERTAX-I     PIC 9(2).
       *> per-employee work fields - the YTD gross before this
       *> period is what the wage bases are measured against
       77 WS-ER-PRIOR-YTD  PIC 9(9)V99 COMP-3 VALUE 0.
       77 WS-ER-ROOM       PIC 9(9)V99 COMP-3 VALUE 0.
       77 WS-ER-SUBJECT    PIC 9(6)V99 COMP-3 VALUE 0.
       77 WS-ER-ONE-TAX    PIC 9(6)V99 COMP-3 VALUE 0.
       77 WS-ER-TAX-AMT    PIC 9(6)V99 COMP-3 VALUE 0.
       *> run totals for the summary and the GL tie-back
       77 WS-TOTAL-ERTAX   PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-TOTAL-EE-TAX  PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-ERL-RATE-STR  PIC Z9.9999.
       77 WS-ERL-CAP-STR   PIC ZZZZZZ9.99.
       77 WS-ERL-WAGES-STR PIC ZZZZZZZZZ9.99.
       77 WS-ERL-AMT-STR   PIC ZZZZZZZ9.99.

       *> per-employee withholding profile and the annualization
       *> work fields - gross is scaled to a year by the pay
       *> frequency, allowances come off, the brackets apply, and
       77 WS-IS-CORRECTION   PIC X VALUE 'N'.
       77 WS-RUN-MODE-TEXT   PIC X(10) VALUE SPACES.
       77 WS-CORRECTS-RUN    PIC X(14) VALUE SPACES.

       *> off-cycle final-pay run - PAYROLL_RUN_MODE=FINAL pays
       *> terminated employees only, outside the pay calendar:
       *> final hours, the vacation balance paid out, voluntary
       *> balances recovered up to WS-FINAL-RECOVER-PCT percent
       *> of disposable pay, and the leave, deduction and banking
       *> records closed behind them
       77 WS-IS-FINAL          PIC X VALUE 'N'.
       77 WS-FINAL-RECOVER-PCT PIC 9(3)V99 VALUE 25.
       77 WS-FINAL-PCT-TEXT    PIC X(10) VALUE SPACES.
       77 WS-RECOVER-ROOM      PIC 9(7)V99 COMP-3 VALUE 0.
       77 WS-PAYOUT-HOURS      PIC 9(4)V99 VALUE 0.
       77 WS-PAYOUT-RATE       PIC 9(5)V99 VALUE 0.
       77 WS-PAYOUT-PAY        PIC 9(6)V99 COMP-3 VALUE 0.
       77 WS-PAYOUT-HRS-STR    PIC ZZZ9.99.
       77 WS-PAYOUT-PAY-STR    PIC ZZZZZ9.99.
       77 WS-FINAL-COUNT       PIC 9(6) VALUE 0.
       77 WS-PAYOUT-TOTAL      PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-UNRECOVERED-TOTAL PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-UNRECOVERED-STR   PIC ZZZZZZZ9.99.
       *> an earlier completed final pay found in the history
       77 WS-FINAL-SEEN        PIC X VALUE 'N'.
       77 WS-FINAL-RUN-ID      PIC X(14) VALUE SPACES.
       77 WS-HIX-DONE          PIC X VALUE 'N'.
       *> scratch for the output-file-name environment overrides
       77 WS-FILE-NAME-TEXT  PIC X(50) VALUE SPACES.

           05 WS-GLMAP-TAX-TEXT   PIC X(8).
           05 WS-GLMAP-BEN-TEXT   PIC X(8).
           05 WS-GLMAP-NET-TEXT   PIC X(8).
           05 WS-GLMAP-ERX-TEXT   PIC X(8).
           05 WS-GLMAP-ERL-TEXT   PIC X(8).
           05 WS-GLMAP-MTX-TEXT   PIC X(8).
           05 WS-GLMAP-MTL-TEXT   PIC X(8).
       01 WS-GLMAP-TABLE.
           05 WS-GLMAP-ENTRY OCCURS 50 TIMES.
              10 WS-GLMAP-DEPT       PIC X(10).
              10 WS-GLMAP-TAX-ACCT   PIC X(8).
              10 WS-GLMAP-BEN-ACCT   PIC X(8).
              10 WS-GLMAP-NET-ACCT   PIC X(8).
              10 WS-GLMAP-ERX-ACCT   PIC X(8).
              10 WS-GLMAP-ERL-ACCT   PIC X(8).
              10 WS-GLMAP-MTX-ACCT   PIC X(8).
              10 WS-GLMAP-MTL-ACCT   PIC X(8).
       77 WS-GLMAP-COUNT PIC 9(2) VALUE 0.
       77 WS-GLMAP-EOF   PIC X(3) VALUE "NO".
       77 WS-GL-I        PIC 9(2).
       77 WS-GL-TAX-ACCT   PIC X(8).
       77 WS-GL-BEN-ACCT   PIC X(8).
       77 WS-GL-NET-ACCT   PIC X(8).
       77 WS-GL-ERX-ACCT   PIC X(8).
       77 WS-GL-ERL-ACCT   PIC X(8).
       77 WS-GL-MTX-ACCT   PIC X(8).
       77 WS-GL-MTL-ACCT   PIC X(8).
       77 WS-GL-SUSPENSE   PIC X(8) VALUE "99999999".

       *> per-department pay components beyond the existing
       *> gross/net subtotals, and the run's debit/credit totals
       77 WS-DEPT-TOTAL-TAX    PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-DEPT-TOTAL-OTHDED PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-DEPT-TOTAL-ERTAX  PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-DEPT-TOTAL-MATCH  PIC 9(8)V99 COMP-3 VALUE 0.

       *> labor distribution - the cost-center master, the hours
       *> TIMECLK split by cost center, and what this department's
       *> employees spread to each cost center, reclassed out of
       *> the department's gross expense at the department break
       77 WS-LD-ACTIVE PIC X VALUE 'N'.
       01 WS-CCM-FIELDS.
           05 WS-CCM-CODE-TEXT   PIC X(8).
           05 WS-CCM-DESC-TEXT   PIC X(30).
           05 WS-CCM-ACCT-TEXT   PIC X(8).
           05 WS-CCM-STATUS-TEXT PIC X(1).
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 200 TIMES.
              10 WS-CC-CODE   PIC X(8).
              10 WS-CC-ACCT   PIC X(8).
       77 WS-CC-COUNT  PIC 9(3) VALUE 0.
       77 WS-CC-I      PIC 9(3).
       77 WS-CC-EOF    PIC X(3) VALUE "NO".
       77 WS-CC-FOUND  PIC X VALUE 'N'.
       01 WS-LHF-FIELDS.
           05 WS-LHF-ID-TEXT  PIC X(7).
           05 WS-LHF-CC-TEXT  PIC X(8).
           05 WS-LHF-HRS-TEXT PIC X(10).
       01 WS-LH-TABLE.
           05 WS-LH-ENTRY OCCURS 3000 TIMES.
              10 WS-LH-ID    PIC 9(4).
              10 WS-LH-CODE  PIC X(8).
              10 WS-LH-HOURS PIC 9(4)V99.
       77 WS-LH-COUNT PIC 9(4) VALUE 0.
       77 WS-LH-I     PIC 9(4).
       77 WS-LH-EOF   PIC X(3) VALUE "NO".
       *> TIMECLK closes the file with TRAILER,<detail count>
       77 WS-LH-LINES     PIC 9(6) VALUE 0.
       77 WS-LH-TRL-COUNT PIC 9(6) VALUE 0.
       77 WS-LH-TRL-SEEN  PIC X VALUE 'N'.
       01 WS-LDD-TABLE.
           05 WS-LDD-ENTRY OCCURS 200 TIMES.
              10 WS-LDD-CODE PIC X(8).
              10 WS-LDD-ACCT PIC X(8).
              10 WS-LDD-AMT  PIC 9(8)V99 COMP-3.
       77 WS-LDD-COUNT PIC 9(3) VALUE 0.
       77 WS-LDD-I     PIC 9(3).
       77 WS-LDD-J     PIC 9(3).
       *> one employee's spread - the remainders go to the last
       *> cost center so the shares always add back to the pay
       77 WS-LDE-TOTAL-HRS PIC 9(6)V99 VALUE 0.
       77 WS-LDE-ROWS      PIC 9(4) VALUE 0.
       77 WS-LDE-SEEN      PIC 9(4) VALUE 0.
       77 WS-LDE-REG-LEFT  PIC 9(7)V99 VALUE 0.
       77 WS-LDE-OT-LEFT   PIC 9(7)V99 VALUE 0.
       77 WS-LDE-BON-LEFT  PIC 9(7)V99 VALUE 0.
       77 WS-LDE-HOME-HRS  PIC 9(6)V99 VALUE 0.
       77 WS-LDE-HOME-REG  PIC 9(7)V99 VALUE 0.
       77 WS-LDE-HOME-OT   PIC 9(7)V99 VALUE 0.
       77 WS-LDE-HOME-BON  PIC 9(7)V99 VALUE 0.
       *> the line being written to the distribution file
       77 WS-LDL-CODE PIC X(8).
       77 WS-LDL-HRS  PIC 9(6)V99 VALUE 0.
       77 WS-LDL-REG  PIC 9(7)V99 VALUE 0.
       77 WS-LDL-OT   PIC 9(7)V99 VALUE 0.
       77 WS-LDL-BON  PIC 9(7)V99 VALUE 0.
       77 WS-LDL-LV   PIC 9(7)V99 VALUE 0.
       77 WS-LDL-TOT  PIC 9(7)V99 VALUE 0.
       77 WS-LDL-HRS-STR PIC ZZZZZ9.99.
       77 WS-LDL-REG-STR PIC ZZZZZZ9.99.
       77 WS-LDL-OT-STR  PIC ZZZZZZ9.99.
       77 WS-LDL-BON-STR PIC ZZZZZZ9.99.
       77 WS-LDL-LV-STR  PIC ZZZZZZ9.99.
       77 WS-LDL-TOT-STR PIC ZZZZZZ9.99.
       77 WS-LD-LINE-COUNT PIC 9(6) VALUE 0.
       77 WS-LD-FILE-TOTAL PIC 9(9)V99 COMP-3 VALUE 0.
       77 WS-LD-FILE-TOT-STR PIC ZZZZZZZZ9.99.
       77 WS-TOTAL-LABDIST PIC 9(9)V99 COMP-3 VALUE 0.
       77 WS-GL-DR-TOTAL       PIC 9(10)V99 COMP-3 VALUE 0.
       77 WS-GL-CR-TOTAL       PIC 9(10)V99 COMP-3 VALUE 0.

       77 WS-ACH-CENTS       PIC 9(10).
       77 WS-ACH-TOTAL-CENTS PIC 9(12).

       *> NACHA origin identity - who the file is for and from.
       *> the bank assigns these; they come from the environment
       *> so a bank change needs no recompile. The immediate
       *> destination/origin are nine-digit routing numbers, the
       *> originating DFI is the first eight of the origin's
       77 WS-ACH-DEST-ROUT   PIC X(9)  VALUE SPACES.
       77 WS-ACH-DEST-NAME   PIC X(23) VALUE SPACES.
       77 WS-ACH-ORIG-ROUT   PIC X(9)  VALUE SPACES.
       77 WS-ACH-CO-ID       PIC X(10) VALUE SPACES.
       77 WS-ACH-CO-NAME     PIC X(16) VALUE SPACES.
       77 WS-ACH-ENTRY-DESC  PIC X(10) VALUE "PAYROLL".
       *> effective entry date, YYYY-MM-DD - the day the money
       *> lands; defaults to the day after the run
       77 WS-ACH-EFF-TEXT    PIC X(10) VALUE SPACES.
       77 WS-ACH-EFF-YYYYMMDD PIC 9(8) VALUE 0.
       77 WS-ACH-EFF-INT     PIC 9(7) VALUE 0.
       *> per-entry work: transaction code (22/32 credit to
       *> checking/savings, 23/33 their zero-dollar prenotes),
       *> the receiving bank's eight-digit ID for the entry hash,
       *> and the trace sequence, carried on from the last run's
       *> (WS-ACH-TRACE-BASE) and wrapping past 9999999
       77 WS-ACH-TRAN-CODE   PIC X(2).
       77 WS-ACH-PRENOTE-SW  PIC X VALUE 'N'.
       77 WS-ACH-RDFI        PIC 9(8).
       77 WS-ACH-TRACE-SEQ   PIC 9(7) VALUE 0.
       77 WS-ACH-TRACE-BASE  PIC 9(7) VALUE 0.
       77 WS-ACH-TRACE-NEXT  PIC 9(8) VALUE 0.
       *> control totals - the entry hash is the sum of the
       *> receiving banks' IDs, of which the file carries only the
       *> low ten digits
       77 WS-ACH-HASH        PIC 9(12) VALUE 0.
       77 WS-ACH-HASH-OUT    PIC 9(10).
       77 WS-ACH-REC-COUNT   PIC 9(6) VALUE 0.
       77 WS-ACH-BLOCKS      PIC 9(6) VALUE 0.
       77 WS-ACH-FILL        PIC 9(2) VALUE 0.
       77 WS-ACH-TIME        PIC 9(8).

       *> paper-check path accumulators - the check-issue trailer
       *> total must equal the register net the deposit file did
       *> not carry; WS-CHK-REASON says why the employee is on
       *> the check path: 'N' no banking, 'R' return hold,
       *> 'P' prenoting, 'F' final pay
       77 WS-CHK-COUNT       PIC 9(6) VALUE 0.
       77 WS-CHK-TOTAL       PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-CHK-GAP         PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-CHK-REASON      PIC X VALUE SPACE.
       77 WS-CHK-CENTS       PIC 9(10).
       77 WS-CHK-TOTAL-CENTS PIC 9(12).

       *> checkpoint/restart - progress save for EDIT-PASS so a long
       *> batch can resume instead of starting over. Checkpointed
       *> every record (not on an interval) so the checkpoint always
       77 WS-RMT-CENTS  PIC 9(12).
       77 WS-RMT-TOTAL-CENTS PIC 9(14).

       *> benefit plans - the plan master loaded from BEN-PLAN-FILE
       *> with the run's per-plan contribution totals for the
       *> carrier remittance file (rebuilt each run like the
       *> garnishment table); WS-BEN-ACTIVE 'N' means no plan
       *> master, and no elections are taken
       77 WS-BEN-ACTIVE PIC X VALUE 'N'.
       01 WS-BPLAN-TABLE.
           05 WS-BPLAN-ENTRY OCCURS 50 TIMES.
              10 WS-BPLAN-CODE    PIC X(4).
              10 WS-BPLAN-TREAT   PIC X(1).
              10 WS-BPLAN-METHOD  PIC X(1).
              10 WS-BPLAN-LIMIT   PIC 9(6)V99.
              10 WS-BPLAN-MATCH   PIC 9(3)V99.
              10 WS-BPLAN-CAP     PIC 9(2)V99.
              10 WS-BPLAN-CARRIER PIC X(20).
              10 WS-BPLAN-STATUS  PIC X(1).
              10 WS-BPLAN-CNT     PIC 9(5).
              10 WS-BPLAN-EE-AMT  PIC 9(8)V99.
              10 WS-BPLAN-ER-AMT  PIC 9(8)V99.
       77 WS-BPLAN-COUNT PIC 9(2) VALUE 0.
       77 WS-BPLAN-I     PIC 9(2).
       77 WS-BPLAN-PICK  PIC 9(2) VALUE 0.
       77 WS-BPLAN-EOF   PIC X(3) VALUE "NO".

       *> this employee's contributions for the period - pre-tax
       *> elections come out before withholding, so tax is
       *> figured on the taxable pay left; after-tax elections
       *> come out of what is left after tax, like the recurring
       *> deductions. WS-BEN-PASS says which of the two the
       *> election walk is taking
       77 WS-EMP-PRETAX   PIC 9(6)V99 COMP-3 VALUE 0.
       77 WS-EMP-POSTTAX  PIC 9(6)V99 COMP-3 VALUE 0.
       77 WS-EMP-MATCH    PIC 9(6)V99 COMP-3 VALUE 0.
       77 WS-TAXABLE-PAY  PIC 9(6)V99 COMP-3 VALUE 0.
       77 WS-BEN-PASS     PIC X(1) VALUE SPACE.
       77 WS-BEN-DONE     PIC X VALUE 'N'.
       77 WS-BEN-AVAIL    PIC 9(6)V99 COMP-3 VALUE 0.
       77 WS-BEN-WANTED   PIC 9(7)V99 COMP-3 VALUE 0.
       77 WS-BEN-ROOM     PIC 9(7)V99 COMP-3 VALUE 0.
       77 WS-BEN-TAKE     PIC 9(4)V99 VALUE 0.
       77 WS-BEN-MATCH    PIC 9(4)V99 VALUE 0.
       77 WS-BEN-MATCH-CAP PIC 9(7)V99 COMP-3 VALUE 0.
       *> year-to-date for the stub including this take, and 'Y'
       *> when the election master needs posting for it
       77 WS-BEN-YTD      PIC 9(6)V99 VALUE 0.
       77 WS-BEN-POST     PIC X VALUE 'N'.
       *> 'Y' while withholding is figured on the whole gross to
       *> size the pre-tax room - that pass logs nothing
       77 WS-TAX-PROBE    PIC X VALUE 'N'.

       *> this employee's election takes, held until the net pay
       *> is known - benelect.dat and the remittance totals are
       *> only touched for an employee who is actually paid
       01 WS-BSTG-TABLE.
           05 WS-BSTG-ENTRY OCCURS 50 TIMES.
              10 WS-BSTG-PICK  PIC 9(2).
              10 WS-BSTG-PLAN  PIC X(4).
              10 WS-BSTG-EE    PIC 9(4)V99.
              10 WS-BSTG-ER    PIC 9(4)V99.
              10 WS-BSTG-POST  PIC X(1).
       77 WS-BSTG-COUNT PIC 9(2) VALUE 0.
       77 WS-BSTG-I     PIC 9(2).

       *> per-plan detail of this employee's contributions for the
       *> pay stub, with the year-to-date figure the annual limit
       *> is measured against
       01 WS-STUB-BEN-TABLE.
           05 WS-STUB-BEN-ENTRY OCCURS 20 TIMES.
              10 WS-STUB-BEN-CODE  PIC X(4).
              10 WS-STUB-BEN-TREAT PIC X(1).
              10 WS-STUB-BEN-AMT   PIC 9(4)V99.
              10 WS-STUB-BEN-YTD   PIC 9(6)V99.
       77 WS-STUB-BEN-COUNT PIC 9(2) VALUE 0.

       *> employer match run total for the GL trailer, and the
       *> remittance file totals
       77 WS-TOTAL-MATCH      PIC 9(8)V99 COMP-3 VALUE 0.
       77 WS-BRM-EE-TOTAL     PIC 9(10)V99 COMP-3 VALUE 0.
       77 WS-BRM-ER-TOTAL     PIC 9(10)V99 COMP-3 VALUE 0.
       77 WS-BRM-EE-CENTS     PIC 9(12).
       77 WS-BRM-ER-CENTS     PIC 9(12).
       77 WS-BRM-EE-TOT-CENTS PIC 9(14).
       77 WS-BRM-ER-TOT-CENTS PIC 9(14).
       77 WS-BRM-LINES        PIC 9(2) VALUE 0.

       *> per-code detail of this employee's draws, kept alongside
       *> the rolled-up WS-EMP-DEDCODE-AMT so the pay stub can list
       *> each deduction by its code with the balance remaining
       77 WS-STUB-LV-HOURS  PIC 9(3) VALUE 0.
       77 WS-STUB-LHRS-STR  PIC ZZ9.
       77 WS-STUB-LPAY-STR  PIC ZZZZZ9.99.
       77 WS-STUB-SEG-DAYS-STR PIC ZZ9.
       77 WS-STUB-SEG-PAY-STR  PIC ZZZZZ9.99.
       77 WS-STUB-SEG-RATE-STR PIC ZZZZZZ9.99.

       *> effective-dated pay - the pay period being paid, and the
       *> profile segments the rate history puts in force across
       *> it: segment 1 runs from the period start, each later
       *> one from its change's effective date, and each is paid
       *> its share of the period by calendar days
       77 WS-RH-ACTIVE      PIC X VALUE 'N'.
       77 WS-RH-DONE        PIC X VALUE 'N'.
       77 WS-PER-START      PIC X(10) VALUE SPACES.
       77 WS-PER-END        PIC X(10) VALUE SPACES.
       77 WS-PER-DAYS       PIC 9(3) VALUE 0.
       77 WS-CSV-RATE       PIC 9(3)V99 VALUE 0.
       77 WS-SEG-COUNT      PIC 9 VALUE 0.
       77 WS-SEG-FULL       PIC X VALUE 'N'.
       77 WS-SEG-I          PIC 9 VALUE 0.
       77 WS-SEG-DATE-TEXT  PIC X(10).
       77 WS-SEG-YYYYMMDD   PIC 9(8) VALUE 0.
       77 WS-SEG-DAYNUM     PIC 9(7) VALUE 0.
       77 WS-SEG-FROM-DAY   PIC 9(7) VALUE 0.
       77 WS-SEG-REG        PIC 9(7)V99 VALUE 0.
       77 WS-SEG-OT         PIC 9(7)V99 VALUE 0.
       77 WS-SEG-LEAVE      PIC 9(7)V99 VALUE 0.
       77 WS-SEG-USE-RATE   PIC 9(3)V99 VALUE 0.
       01 WS-SEG-TABLE.
           05 WS-SEG OCCURS 5 TIMES.
              10 WS-SEG-START  PIC X(10).
              10 WS-SEG-TYPE   PIC X(1).
              10 WS-SEG-FREQ   PIC X(1).
              10 WS-SEG-SALARY PIC 9(7)V99.
              10 WS-SEG-FILING PIC X(1).
              10 WS-SEG-ALLOW  PIC 9(2).
              10 WS-SEG-RATE   PIC 9(3)V99.
              10 WS-SEG-DAYS   PIC 9(3).
              10 WS-SEG-PAY    PIC 9(7)V99.
       77 WS-STUB-AMT-STR   PIC ZZZ9.99.
       77 WS-STUB-BAL-STR   PIC ZZZZZ9.99.
       77 WS-YTD-TAX-STR    PIC ZZZZZZZ9.99.
       77 WS-STUB-TXBL-STR  PIC ZZZZZ9.99.
       77 WS-YTD-TXBL-STR   PIC ZZZZZZZZ9.99.

       *> department grouping (sort key, subtotals, page breaks)
       77 WS-DEPT           PIC X(10) VALUE SPACES.
               STOP RUN
           END-IF

           *> the rate history is optional - a shop that has never
           *> keyed an effective-dated change has none
           MOVE 'N' TO WS-RH-ACTIVE
           OPEN INPUT RATE-HIST-FILE
           IF WS-RH-FILE-STATUS = "00"
              MOVE 'Y' TO WS-RH-ACTIVE
           END-IF

           *> duplicate-ID scratch file - fresh every run, except on
           *> a checkpoint restart where IDs already seen before the
           *> interruption must still count as seen
               STOP RUN
           END-IF

           *> the check-issue file is the deposit file's other half
           *> - rebuilt whole each run the same way
           OPEN OUTPUT CHK-FILE
           IF WS-CHK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open check-issue file"
               MOVE "Cannot open check-issue file" TO WS-ERROR-MSG
               PERFORM LOG-ERROR
               STOP RUN
           END-IF

           *> pay stubs are rebuilt whole each run, like the
           *> deposit file
           OPEN OUTPUT STUB-FILE

           *> resolve which pay period each frequency is in on the
           *> run date, so the report header can show the period
           *> being processed rather than just the run date. A
           *> final-pay run belongs to no calendar period: it
           *> carries no labels, and pays the profile in force on
           *> the run date
           IF WS-IS-FINAL = 'N'
              PERFORM LOAD-PAY-CALENDAR
           END-IF

           *> open the run-control master, creating it on first
           *> run, then refuse a duplicate normal run for an
                    EMP-YTD-FILE EMP-ROSTER-FILE DUP-CHECK-FILE
                    PAY-HIST-FILE EMP-BANK-FILE ACH-FILE
                    DED-MAST-FILE STUB-FILE RMT-FILE LEAVE-FILE
                    PAY-HIST-IX-FILE RUN-CTL-FILE CHK-FILE
              IF WS-RH-ACTIVE = 'Y'
                 CLOSE RATE-HIST-FILE
              END-IF
              STOP RUN
           END-IF

           PERFORM FIND-LAST-ACH-TRACE
           PERFORM REGISTER-RUN-CONTROL

           *> load the graduated tax brackets, when the
              END-IF
           END-IF

           *> load the employer tax rates/wage bases and open the
           *> liability summary when the installation uses them
           PERFORM LOAD-ER-TAX-TABLE
           IF WS-ERTAX-ACTIVE = 'Y'
              OPEN OUTPUT ERL-FILE
              IF WS-ERL-FILE-STATUS NOT = "00"
                  DISPLAY "ERROR: cannot open employer liability file"
                  MOVE "Cannot open employer liability file"
                     TO WS-ERROR-MSG
                  PERFORM LOG-ERROR
                  STOP RUN
              END-IF
           END-IF

           *> load the cost centers and TIMECLK's hours split, and
           *> open the labor distribution when there is one to do
           PERFORM LOAD-LABOR-HOURS
           IF WS-LD-ACTIVE = 'Y'
              OPEN OUTPUT LDIST-FILE
              IF WS-LDIST-FILE-STATUS NOT = "00"
                  DISPLAY "ERROR: cannot open labor distribution file"
                  MOVE "Cannot open labor distribution file"
                     TO WS-ERROR-MSG
                  PERFORM LOG-ERROR
                  STOP RUN
              END-IF
           END-IF

           *> load the benefit plans, and when there are any open
           *> the election master (creating it on first use) and
           *> the carrier remittance file
           PERFORM LOAD-BENEFIT-PLANS
           IF WS-BEN-ACTIVE = 'Y'
              OPEN I-O BEN-ELECT-FILE
              IF WS-BENELECT-FILE-STATUS = "35"
                 OPEN OUTPUT BEN-ELECT-FILE
                 CLOSE BEN-ELECT-FILE
                 OPEN I-O BEN-ELECT-FILE
              END-IF
              IF WS-BENELECT-FILE-STATUS NOT = "00"
                  DISPLAY "ERROR: cannot open benefit election file"
                  MOVE "Cannot open benefit election file"
                     TO WS-ERROR-MSG
                  PERFORM LOG-ERROR
                  STOP RUN
              END-IF
              OPEN OUTPUT BRM-FILE
              IF WS-BRM-FILE-STATUS NOT = "00"
                  DISPLAY "ERROR: cannot open benefit remittance file"
                  MOVE "Cannot open benefit remittance file"
                     TO WS-ERROR-MSG
                  PERFORM LOG-ERROR
                  STOP RUN
              END-IF
           END-IF

           PERFORM WRITE-REPORT-HEADER

           *> Pass 1: read/validate the CSV, reconcile the trailer,
                 IF WS-GL-ACTIVE = 'Y'
                    PERFORM WRITE-GL-TRAILER
                 END-IF
                 IF WS-ERTAX-ACTIVE = 'Y'
                    PERFORM WRITE-ER-LIABILITY-SUMMARY
                 END-IF
                 IF WS-LD-ACTIVE = 'Y'
                    PERFORM WRITE-LABOR-DIST-TRAILER
                 END-IF
                 IF WS-BEN-ACTIVE = 'Y'
                    PERFORM WRITE-BENEFIT-REMIT-FILE
                 END-IF

                 *> only clear the checkpoint once the full pipeline,
                 *> including the YTD update done inside REPORT-PASS,
           *> totals - COMPLETED only if every control gate passed
           PERFORM CLOSE-RUN-CONTROL

           IF WS-IS-FINAL = 'Y'
              MOVE WS-PAYOUT-TOTAL TO WS-UNRECOVERED-STR
              DISPLAY "Final pay: " WS-FINAL-COUNT
                 " employee(s) paid by check, vacation payout "
                 WS-UNRECOVERED-STR
              MOVE WS-UNRECOVERED-TOTAL TO WS-UNRECOVERED-STR
              DISPLAY "Final pay: deduction balances not recovered "
                 WS-UNRECOVERED-STR
           END-IF

           CLOSE RPT-FILE ERR-FILE EMP-YTD-FILE
                 EMP-ROSTER-FILE DUP-CHECK-FILE PAY-HIST-FILE
                 EMP-BANK-FILE ACH-FILE DED-MAST-FILE
                 RECYCLE-FILE STUB-FILE PAY-HIST-IX-FILE
                 RMT-FILE LEAVE-FILE RUN-CTL-FILE CHK-FILE
           IF WS-RH-ACTIVE = 'Y'
              CLOSE RATE-HIST-FILE
           END-IF
           IF WS-GL-ACTIVE = 'Y'
              CLOSE GL-JRNL-FILE
           END-IF
           IF WS-ERTAX-ACTIVE = 'Y'
              CLOSE ERL-FILE
           END-IF
           IF WS-LD-ACTIVE = 'Y'
              CLOSE LDIST-FILE
           END-IF
           IF WS-BEN-ACTIVE = 'Y'
              CLOSE BEN-ELECT-FILE BRM-FILE
           END-IF
           STOP RUN.

       WRITE-REPORT-HEADER.
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF
           IF WS-IS-FINAL = 'Y'
              MOVE SPACES TO WS-LINE
              MOVE "  OFF-CYCLE FINAL PAY - TERMINATED EMPLOYEES"
                 TO WS-LINE(1:44)
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF

           *> show the pay period being processed for each
           *> frequency the calendar resolved for the run date
                  MOVE FUNCTION NUMVAL(WS-EMP-ID-TEXT) TO WS-EMP-ID

                  *> cross-check against the roster master - unknown
                  *> or terminated IDs never get paid, except that a
                  *> final-pay run pays terminated IDs and nobody else
                  IF WS-SKIP-REC = 'N'
                     MOVE WS-EMP-ID TO ROSTER-EMP-ID
                     READ EMP-ROSTER-FILE
                           MOVE 'Y' TO WS-SKIP-REC
                        NOT INVALID KEY
                           IF ROSTER-STATUS = 'T'
                                 AND WS-IS-FINAL = 'N'
                              MOVE "Employee ID is terminated"
                                 TO WS-ERROR-MSG
                                 MOVE "R03" TO WS-REJECT-CODE
                              MOVE 'Y' TO WS-SKIP-REC
                           END-IF
                           IF ROSTER-STATUS NOT = 'T'
                                 AND WS-IS-FINAL = 'Y'
                              MOVE "Employee ID not terminated"
                                 TO WS-ERROR-MSG
                                 MOVE "R12" TO WS-REJECT-CODE
                              MOVE 'Y' TO WS-SKIP-REC
                           END-IF
                           *> carry pay type/frequency/salary from
                           *> the roster; records loaded before
                           *> these fields existed default to
                     END-READ
                  END-IF

                  *> a final pay is issued once - a second one for the
                  *> same separation would pay the closed-out balances
                  *> and hours again
                  IF WS-SKIP-REC = 'N' AND WS-IS-FINAL = 'Y'
                     PERFORM CHECK-FINAL-ALREADY-PAID
                     IF WS-FINAL-SEEN = 'Y'
                        MOVE SPACES TO WS-ERROR-MSG
                        STRING "Final pay already issued in run "
                                  DELIMITED BY SIZE
                               WS-FINAL-RUN-ID DELIMITED BY SIZE
                           INTO WS-ERROR-MSG
                        END-STRING
                        MOVE "R13" TO WS-REJECT-CODE
                        MOVE 'Y' TO WS-SKIP-REC
                     END-IF
                  END-IF

                  *> validate HOURS
                  *> only digits and spaces allowed, at least one digit
                  IF WS-SKIP-REC = 'N'
           END-IF
           EXIT.

       CHECK-FINAL-ALREADY-PAID.
           *> walk the employee's keyed history in run-id (time)
           *> order against the run-control log: a completed
           *> final-pay run not followed by a completed regular run
           *> - a rehire paid since - means this separation has
           *> already been settled
           MOVE 'N' TO WS-FINAL-SEEN
           MOVE SPACES TO WS-FINAL-RUN-ID
           MOVE 'N' TO WS-HIX-DONE
           MOVE WS-EMP-ID TO HIX-EMP-ID
           MOVE LOW-VALUES TO HIX-RUN-ID
           START PAY-HIST-IX-FILE KEY NOT < HIX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-HIX-DONE
           END-START
           PERFORM UNTIL WS-HIX-DONE = 'Y'
              READ PAY-HIST-IX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-HIX-DONE
                 NOT AT END
                    IF HIX-EMP-ID NOT = WS-EMP-ID
                       MOVE 'Y' TO WS-HIX-DONE
                    ELSE
                       MOVE HIX-RUN-ID TO RC-RUN-ID
                       READ RUN-CTL-FILE
                          KEY IS RC-RUN-ID
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             IF RC-STATUS = 'C' AND RC-MODE = 'F'
                                MOVE 'Y' TO WS-FINAL-SEEN
                                MOVE RC-RUN-ID TO WS-FINAL-RUN-ID
                             END-IF
                             IF RC-STATUS = 'C' AND RC-MODE = 'N'
                                MOVE 'N' TO WS-FINAL-SEEN
                             END-IF
                       END-READ
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       VALIDATE-LEAVE-COLUMN-VAC.
           *> digits and spaces only, like HOURS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >

       CALC-AND-WRITE-EMPLOYEE.
           MOVE 'N' TO WS-CALC-SKIP
           *> the pay profile in force across this employee's
           *> period comes from the rate history when there is one
           MOVE 0 TO WS-SEG-COUNT
           IF WS-RH-ACTIVE = 'Y'
              PERFORM LOAD-RATE-SEGMENTS
           END-IF
           PERFORM SET-EFFECTIVE-OT-THRESHOLD

           *> check requested leave against the master balance
           *> trimmed to what is covered and flagged, never paid
           PERFORM CHECK-LEAVE-BALANCE
           MOVE 0 TO WS-LEAVE-PAY
           MOVE 0 TO WS-PAYOUT-HOURS
           MOVE 0 TO WS-PAYOUT-PAY

           IF WS-EMP-PAY-TYPE = 'S'
              *> salaried - the per-period salary from the roster,
                       TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-CALC-SKIP
              END-COMPUTE
              *> a final pay covers only the days worked since the
              *> last regular run - the salary is prorated on the
              *> final hours against the period's standard hours
              IF WS-CALC-SKIP = 'N' AND WS-IS-FINAL = 'Y'
                    AND WS-EMP-HOURS < WS-EFF-OT-THRESHOLD
                 COMPUTE WS-REG-PAY ROUNDED =
                    WS-EMP-SALARY * WS-EMP-HOURS
                    / WS-EFF-OT-THRESHOLD
              END-IF
              IF WS-CALC-SKIP = 'N'
                 MOVE WS-REG-PAY TO WS-PAY
              END-IF
              END-IF
           END-IF

           *> a change taking effect inside the period - the hours
           *> split above stands, but each segment's days are paid
           *> at that segment's rate or salary
           IF WS-CALC-SKIP = 'N' AND WS-SEG-COUNT > 1
              PERFORM COMPUTE-SPLIT-PAY
           END-IF

           *> final pay - the vacation balance left after this
           *> period is paid out on top of the hours
           IF WS-CALC-SKIP = 'N' AND WS-IS-FINAL = 'Y'
              PERFORM COMPUTE-VACATION-PAYOUT
           END-IF

           IF WS-CALC-SKIP = 'N'
              ADD WS-PAY TO WS-TOTAL-PAY

              *> fold one-time bonus in before computing
              *> withholding, then apply configurable
              *> withholding plus the recurring deductions drawn
              *> from the deduction master. Pre-tax benefit
              *> elections come out first, so withholding runs on
              *> the taxable pay left; after-tax elections come
              *> out of what tax leaves, ahead of the deductions
              COMPUTE WS-GROSS-PAY = WS-PAY + WS-EMP-BONUS
              PERFORM TAKE-PRETAX-BENEFITS
              PERFORM COMPUTE-WITHHOLDING
              PERFORM TAKE-AFTERTAX-BENEFITS
              PERFORM DRAW-RECURRING-DEDUCTIONS
              COMPUTE WS-DEDUCTIONS =
                 WS-TAX-AMT + WS-BENEFITS-FLAT
                             + WS-EMP-DEDCODE-AMT
                             + WS-EMP-PRETAX + WS-EMP-POSTTAX

              *> WS-NET-PAY is unsigned - if deductions exceed gross
              *> pay the algebraic result is negative, which COBOL
              COMPUTE WS-DEPT-TOTAL-OTHDED =
                 WS-DEPT-TOTAL-OTHDED
                 + WS-DEDUCTIONS - WS-TAX-AMT
              ADD WS-EMP-MATCH TO WS-DEPT-TOTAL-MATCH
              ADD WS-EMP-MATCH TO WS-TOTAL-MATCH

              *> roll this period's hours/pay into the YTD master,
              *> and post the benefit takes held since the election
              *> walk to the election master and the remittance
              PERFORM UPDATE-YTD-MASTER
              IF WS-BEN-ACTIVE = 'Y'
                 PERFORM POST-BENEFIT-ELECTIONS
              END-IF

              *> employer taxes are measured against the YTD gross
              *> the master held before this period, so they follow
              *> the YTD update
              ADD WS-TAX-AMT TO WS-TOTAL-EE-TAX
              IF WS-ERTAX-ACTIVE = 'Y'
                 PERFORM COMPUTE-EMPLOYER-TAX
              END-IF

              *> spread the pay across the cost centers worked
              IF WS-LD-ACTIVE = 'Y'
                 PERFORM DISTRIBUTE-LABOR
              END-IF

              *> accrue on the hours worked and draw the leave
              *> taken - its own run-id stamp keeps a resumed

              *> direct-deposit credit detail - written for every
              *> paid employee (the deposit file is rebuilt whole
              *> each run, so no restart dedup applies here). A
              *> final pay goes out as a check handed over at
              *> separation, and the banking record is closed
              IF WS-IS-FINAL = 'Y'
                 PERFORM PAY-FINAL-BY-CHECK
              ELSE
                 PERFORM WRITE-ACH-DETAIL
              END-IF

              *> overflow check for total pay
              IF WS-TOTAL-PAY > 99999999.99
           WRITE STUB-REC

           MOVE SPACES TO WS-LINE
           IF WS-IS-FINAL = 'Y'
              MOVE "  FINAL PAY STATEMENT" TO WS-LINE(1:21)
           ELSE
              MOVE "  PAY STATEMENT" TO WS-LINE(1:15)
           END-IF
           MOVE WS-LINE TO STUB-REC
           WRITE STUB-REC

              WRITE STUB-REC
           END-IF

           *> the unused vacation paid out on a final pay - part
           *> of the GROSS line, like the leave above
           IF WS-PAYOUT-PAY > 0
              MOVE WS-PAYOUT-HOURS TO WS-PAYOUT-HRS-STR
              MOVE WS-PAYOUT-PAY TO WS-PAYOUT-PAY-STR
              MOVE SPACES TO WS-LINE
              MOVE "  VAC PAYOUT:" TO WS-LINE(1:13)
              MOVE WS-PAYOUT-HRS-STR TO WS-LINE(14:7)
              MOVE "HRS" TO WS-LINE(22:3)
              MOVE WS-PAYOUT-PAY-STR TO WS-LINE(28:9)
              MOVE WS-LINE TO STUB-REC
              WRITE STUB-REC
           END-IF

           *> a pay change inside the period - the lines above are
           *> the blended totals, these show how they were reached:
           *> from which date, for how many days, at which rate
           IF WS-SEG-COUNT > 1
              MOVE SPACES TO WS-LINE
              MOVE "  PAY CHANGE IN PERIOD:" TO WS-LINE(1:23)
              MOVE WS-LINE TO STUB-REC
              WRITE STUB-REC
              PERFORM VARYING WS-SEG-I FROM 1 BY 1
                    UNTIL WS-SEG-I > WS-SEG-COUNT
                 MOVE WS-SEG-DAYS(WS-SEG-I) TO WS-STUB-SEG-DAYS-STR
                 MOVE WS-SEG-PAY(WS-SEG-I) TO WS-STUB-SEG-PAY-STR
                 MOVE SPACES TO WS-LINE
                 MOVE "FROM" TO WS-LINE(3:4)
                 MOVE WS-SEG-START(WS-SEG-I) TO WS-LINE(8:10)
                 MOVE WS-STUB-SEG-DAYS-STR TO WS-LINE(19:3)
                 MOVE "D" TO WS-LINE(23:1)
                 MOVE WS-STUB-SEG-PAY-STR TO WS-LINE(28:9)
                 IF WS-SEG-TYPE(WS-SEG-I) = 'S'
                    MOVE WS-SEG-SALARY(WS-SEG-I)
                       TO WS-STUB-SEG-RATE-STR
                    MOVE "SAL" TO WS-LINE(38:3)
                 ELSE
                    MOVE WS-SEG-RATE(WS-SEG-I)
                       TO WS-STUB-SEG-RATE-STR
                    MOVE "@" TO WS-LINE(40:1)
                 END-IF
                 MOVE WS-STUB-SEG-RATE-STR TO WS-LINE(42:10)
                 MOVE WS-LINE TO STUB-REC
                 WRITE STUB-REC
              END-PERFORM
           END-IF

           IF WS-EMP-BONUS > 0
              MOVE SPACES TO WS-LINE
              MOVE "  BONUS:" TO WS-LINE(1:8)
           MOVE WS-LINE TO STUB-REC
           WRITE STUB-REC

           *> pre-tax benefit contributions come off gross before
           *> tax, so they sit between it and the taxable wages
           *> the withholding below was figured on
           IF WS-EMP-PRETAX > 0
              PERFORM VARYING WS-STUB-I FROM 1 BY 1
                    UNTIL WS-STUB-I > WS-STUB-BEN-COUNT
                 IF WS-STUB-BEN-TREAT(WS-STUB-I) = 'P'
                    MOVE WS-STUB-BEN-AMT(WS-STUB-I) TO WS-STUB-AMT-STR
                    MOVE WS-STUB-BEN-YTD(WS-STUB-I) TO WS-STUB-BAL-STR
                    MOVE SPACES TO WS-LINE
                    MOVE "  PRE-TAX" TO WS-LINE(1:9)
                    MOVE WS-STUB-BEN-CODE(WS-STUB-I) TO WS-LINE(11:4)
                    MOVE ":" TO WS-LINE(15:1)
                    MOVE WS-STUB-AMT-STR TO WS-LINE(30:7)
                    MOVE "YTD" TO WS-LINE(40:3)
                    MOVE WS-STUB-BAL-STR TO WS-LINE(44:9)
                    MOVE WS-LINE TO STUB-REC
                    WRITE STUB-REC
                 END-IF
              END-PERFORM

              MOVE WS-TAXABLE-PAY TO WS-STUB-TXBL-STR
              MOVE SPACES TO WS-LINE
              MOVE "  TAXABLE WAGES:" TO WS-LINE(1:16)
              MOVE WS-STUB-TXBL-STR TO WS-LINE(28:9)
              MOVE WS-LINE TO STUB-REC
              WRITE STUB-REC
           END-IF

           MOVE SPACES TO WS-LINE
           MOVE "  TAX WITHHELD:" TO WS-LINE(1:15)
           MOVE WS-STUB-TAX-STR TO WS-LINE(28:9)
           MOVE WS-LINE TO STUB-REC
           WRITE STUB-REC

           *> after-tax benefit contributions, each by its plan with
           *> the year-to-date the annual limit is measured against
           IF WS-EMP-POSTTAX > 0
              PERFORM VARYING WS-STUB-I FROM 1 BY 1
                    UNTIL WS-STUB-I > WS-STUB-BEN-COUNT
                 IF WS-STUB-BEN-TREAT(WS-STUB-I) = 'A'
                    MOVE WS-STUB-BEN-AMT(WS-STUB-I) TO WS-STUB-AMT-STR
                    MOVE WS-STUB-BEN-YTD(WS-STUB-I) TO WS-STUB-BAL-STR
                    MOVE SPACES TO WS-LINE
                    MOVE "  AFTER-TAX" TO WS-LINE(1:11)
                    MOVE WS-STUB-BEN-CODE(WS-STUB-I) TO WS-LINE(13:4)
                    MOVE ":" TO WS-LINE(17:1)
                    MOVE WS-STUB-AMT-STR TO WS-LINE(30:7)
                    MOVE "YTD" TO WS-LINE(40:3)
                    MOVE WS-STUB-BAL-STR TO WS-LINE(44:9)
                    MOVE WS-LINE TO STUB-REC
                    WRITE STUB-REC
                 END-IF
              END-PERFORM
           END-IF

           *> each recurring deduction by its code, with the
           *> balance still outstanding after this run's draw
           PERFORM VARYING WS-STUB-I FROM 1 BY 1
           MOVE WS-LINE TO STUB-REC
           WRITE STUB-REC

           *> taxable wages for the year - gross less the pre-tax
           *> contributions, shown once there have been any
           IF YTD-PRETAX > 0
              IF YTD-PAY > YTD-PRETAX
                 COMPUTE WS-YTD-TXBL-STR = YTD-PAY - YTD-PRETAX
              ELSE
                 MOVE 0 TO WS-YTD-TXBL-STR
              END-IF
              MOVE SPACES TO WS-LINE
              MOVE "  YTD TAXABLE:" TO WS-LINE(1:14)
              MOVE WS-YTD-TXBL-STR TO WS-LINE(20:12)
              MOVE WS-LINE TO STUB-REC
              WRITE STUB-REC
           END-IF

           MOVE SPACES TO WS-LINE
           MOVE "  YTD TAX:" TO WS-LINE(1:10)
           MOVE WS-YTD-TAX-STR TO WS-LINE(21:11)
           WRITE STUB-REC
           EXIT.

       LOAD-RATE-SEGMENTS.
           *> the period being paid: the calendar period for the
           *> employee's pay frequency, or just the run date when
           *> the calendar has none
           PERFORM SET-STUB-PERIOD
           IF WS-STUB-LABEL NOT = SPACES
              MOVE WS-STUB-START TO WS-PER-START
              MOVE WS-STUB-END TO WS-PER-END
           ELSE
              MOVE WS-DATE-FORMAT TO WS-PER-START
              MOVE WS-DATE-FORMAT TO WS-PER-END
           END-IF

           *> walk the employee's history in date order: the latest
           *> profile dated on or before the period start opens
           *> segment 1, each one dated inside the period opens the
           *> next; held (not yet promoted) changes count, since
           *> their date is what matters, cancelled ones do not
           MOVE 0 TO WS-SEG-COUNT
           MOVE 'N' TO WS-SEG-FULL
           MOVE 'N' TO WS-RH-DONE
           MOVE WS-EMP-ID TO RH-EMP-ID
           MOVE LOW-VALUES TO RH-EFF-DATE
           START RATE-HIST-FILE KEY NOT < RH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-RH-DONE
           END-START
           PERFORM UNTIL WS-RH-DONE = 'Y'
              READ RATE-HIST-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-RH-DONE
                 NOT AT END
                    IF RH-EMP-ID NOT = WS-EMP-ID
                          OR RH-EFF-DATE > WS-PER-END
                       MOVE 'Y' TO WS-RH-DONE
                    ELSE IF RH-STATUS NOT = 'X'
                       IF RH-EFF-DATE NOT > WS-PER-START
                             OR WS-SEG-COUNT = 0
                          *> in force at the period start (a history
                          *> that only begins mid-period is taken
                          *> to cover the whole of it)
                          MOVE 1 TO WS-SEG-COUNT
                          MOVE WS-PER-START TO WS-SEG-START(1)
                       ELSE
                          IF WS-SEG-COUNT < 5
                             ADD 1 TO WS-SEG-COUNT
                          ELSE
                             MOVE 'Y' TO WS-SEG-FULL
                          END-IF
                          MOVE RH-EFF-DATE
                             TO WS-SEG-START(WS-SEG-COUNT)
                       END-IF
                       MOVE RH-PAY-TYPE TO WS-SEG-TYPE(WS-SEG-COUNT)
                       MOVE RH-FREQ TO WS-SEG-FREQ(WS-SEG-COUNT)
                       MOVE RH-SALARY
                          TO WS-SEG-SALARY(WS-SEG-COUNT)
                       MOVE RH-FILING
                          TO WS-SEG-FILING(WS-SEG-COUNT)
                       MOVE RH-ALLOW TO WS-SEG-ALLOW(WS-SEG-COUNT)
                       MOVE RH-RATE TO WS-SEG-RATE(WS-SEG-COUNT)
                       MOVE 0 TO WS-SEG-DAYS(WS-SEG-COUNT)
                       MOVE 0 TO WS-SEG-PAY(WS-SEG-COUNT)
                    END-IF
              END-READ
           END-PERFORM

           IF WS-SEG-COUNT > 0
              *> the profile in force at the period end decides the
              *> pay type, frequency and withholding profile
              MOVE WS-SEG-TYPE(WS-SEG-COUNT) TO WS-EMP-PAY-TYPE
              MOVE WS-SEG-FREQ(WS-SEG-COUNT) TO WS-EMP-FREQ
              MOVE WS-SEG-FILING(WS-SEG-COUNT) TO WS-EMP-FILING
              MOVE WS-SEG-ALLOW(WS-SEG-COUNT) TO WS-EMP-ALLOW
              MOVE WS-SEG-SALARY(WS-SEG-COUNT) TO WS-EMP-SALARY
              *> the CSV rate is kept for any segment whose history
              *> carries no rate, and a disagreement is logged -
              *> the dated history is what gets paid
              MOVE WS-RATE TO WS-CSV-RATE
              IF WS-SEG-RATE(WS-SEG-COUNT) > 0
                 IF WS-EMP-PAY-TYPE = 'H'
                       AND WS-SEG-COUNT = 1
                       AND WS-SEG-RATE(1) NOT = WS-RATE
                    MOVE "CSV rate differs from history - history paid"
                       TO WS-ERROR-MSG
                    PERFORM LOG-ERROR
                 END-IF
                 MOVE WS-SEG-RATE(WS-SEG-COUNT) TO WS-RATE
              END-IF
           END-IF
           IF WS-SEG-COUNT > 1
              PERFORM COUNT-SEGMENT-DAYS
           END-IF
           *> more changes inside one period than the segment table
           *> holds - the last segment was overlaid, so the split
           *> cannot be trusted and the employee is not paid
           IF WS-SEG-FULL = 'Y'
              MOVE "Rate segment table full - employee skipped"
                 TO WS-ERROR-MSG
              MOVE 'Y' TO WS-CALC-SKIP
           END-IF
           EXIT.

       COUNT-SEGMENT-DAYS.
           *> each segment runs to the day before the next one's
           *> start, the last to the period end
           MOVE WS-PER-START TO WS-SEG-DATE-TEXT
           PERFORM DATE-TEXT-TO-DAYNUM
           MOVE WS-SEG-DAYNUM TO WS-SEG-FROM-DAY
           MOVE WS-PER-END TO WS-SEG-DATE-TEXT
           PERFORM DATE-TEXT-TO-DAYNUM
           COMPUTE WS-PER-DAYS = WS-SEG-DAYNUM - WS-SEG-FROM-DAY + 1
           PERFORM VARYING WS-SEG-I FROM 2 BY 1
                 UNTIL WS-SEG-I > WS-SEG-COUNT
              MOVE WS-SEG-START(WS-SEG-I) TO WS-SEG-DATE-TEXT
              PERFORM DATE-TEXT-TO-DAYNUM
              COMPUTE WS-SEG-DAYS(WS-SEG-I - 1) =
                 WS-SEG-DAYNUM - WS-SEG-FROM-DAY
              MOVE WS-SEG-DAYNUM TO WS-SEG-FROM-DAY
           END-PERFORM
           MOVE WS-PER-END TO WS-SEG-DATE-TEXT
           PERFORM DATE-TEXT-TO-DAYNUM
           COMPUTE WS-SEG-DAYS(WS-SEG-COUNT) =
              WS-SEG-DAYNUM - WS-SEG-FROM-DAY + 1
           EXIT.

       DATE-TEXT-TO-DAYNUM.
           *> "YYYY-MM-DD" to a day number for date arithmetic
           MOVE 0 TO WS-SEG-DAYNUM
           IF WS-SEG-DATE-TEXT(1:4) IS NUMERIC
                 AND WS-SEG-DATE-TEXT(6:2) IS NUMERIC
                 AND WS-SEG-DATE-TEXT(9:2) IS NUMERIC
              COMPUTE WS-SEG-YYYYMMDD =
                 FUNCTION NUMVAL(WS-SEG-DATE-TEXT(1:4)) * 10000
                 + FUNCTION NUMVAL(WS-SEG-DATE-TEXT(6:2)) * 100
                 + FUNCTION NUMVAL(WS-SEG-DATE-TEXT(9:2))
              COMPUTE WS-SEG-DAYNUM =
                 FUNCTION INTEGER-OF-DATE(WS-SEG-YYYYMMDD)
           END-IF
           EXIT.

       COMPUTE-SPLIT-PAY.
           *> reprice the regular, overtime and leave figures one
           *> segment at a time - hours are spread evenly over the
           *> period's days, a salaried segment earns its salary's
           *> share of the period
           MOVE 0 TO WS-REG-PAY
           MOVE 0 TO WS-OT-PAY
           MOVE 0 TO WS-LEAVE-PAY
           IF WS-PER-DAYS = 0
              MOVE 1 TO WS-PER-DAYS
           END-IF
           PERFORM VARYING WS-SEG-I FROM 1 BY 1
                 UNTIL WS-SEG-I > WS-SEG-COUNT
              MOVE 0 TO WS-SEG-REG
              MOVE 0 TO WS-SEG-OT
              MOVE 0 TO WS-SEG-LEAVE
              IF WS-SEG-TYPE(WS-SEG-I) = 'S'
                 COMPUTE WS-SEG-REG ROUNDED =
                    WS-SEG-SALARY(WS-SEG-I) * WS-SEG-DAYS(WS-SEG-I)
                    / WS-PER-DAYS
              ELSE
                 MOVE WS-SEG-RATE(WS-SEG-I) TO WS-SEG-USE-RATE
                 IF WS-SEG-USE-RATE = 0
                    MOVE WS-CSV-RATE TO WS-SEG-USE-RATE
                 END-IF
                 COMPUTE WS-SEG-REG ROUNDED =
                    WS-REG-HOURS * WS-SEG-USE-RATE
                    * WS-SEG-DAYS(WS-SEG-I) / WS-PER-DAYS
                 COMPUTE WS-SEG-OT ROUNDED =
                    WS-OT-HOURS * WS-SEG-USE-RATE * WS-OT-MULTIPLIER
                    * WS-SEG-DAYS(WS-SEG-I) / WS-PER-DAYS
                 COMPUTE WS-SEG-LEAVE ROUNDED =
                    (WS-VAC-TAKEN + WS-SICK-TAKEN) * WS-SEG-USE-RATE
                    * WS-SEG-DAYS(WS-SEG-I) / WS-PER-DAYS
              END-IF
              COMPUTE WS-SEG-PAY(WS-SEG-I) =
                 WS-SEG-REG + WS-SEG-OT + WS-SEG-LEAVE
              ADD WS-SEG-REG TO WS-REG-PAY
              ADD WS-SEG-OT TO WS-OT-PAY
              ADD WS-SEG-LEAVE TO WS-LEAVE-PAY
           END-PERFORM
           COMPUTE WS-PAY = WS-REG-PAY + WS-OT-PAY + WS-LEAVE-PAY
              ON SIZE ERROR
                 MOVE "Total pay exceeds capacity - skipped"
                    TO WS-ERROR-MSG
                 MOVE 'Y' TO WS-CALC-SKIP
           END-COMPUTE
           EXIT.

       SET-STUB-PERIOD.
           *> the calendar period matching this employee's pay
           *> frequency, resolved by LOAD-PAY-CALENDAR at startup
           MOVE 0 TO WS-DEPT-TOTAL-NET
           MOVE 0 TO WS-DEPT-TOTAL-TAX
           MOVE 0 TO WS-DEPT-TOTAL-OTHDED
           MOVE 0 TO WS-DEPT-TOTAL-ERTAX
           MOVE 0 TO WS-DEPT-TOTAL-MATCH
           MOVE 0 TO WS-LDD-COUNT
           EXIT.

       PROCESS-ADJUSTMENTS.
           MOVE WS-RUN-ID TO GLJ-RUN-ID
           WRITE GLJ-REC
           ADD WS-DEPT-TOTAL-NET TO WS-GL-CR-TOTAL

           *> employer taxes are a second balanced pair on top of
           *> the pay entries: debit the employer tax expense,
           *> credit the employer tax payable
           IF WS-ERTAX-ACTIVE = 'Y'
              MOVE SPACES TO GLJ-REC
              MOVE "DR" TO GLJ-TYPE
              MOVE WS-GL-ERX-ACCT TO GLJ-ACCOUNT
              MOVE WS-DEPT-TOTAL-ERTAX TO GLJ-AMOUNT
              MOVE WS-PREV-DEPT TO GLJ-DEPT
              MOVE "ERTAX" TO GLJ-COMPONENT
              MOVE WS-RUN-ID TO GLJ-RUN-ID
              WRITE GLJ-REC
              ADD WS-DEPT-TOTAL-ERTAX TO WS-GL-DR-TOTAL

              MOVE SPACES TO GLJ-REC
              MOVE "CR" TO GLJ-TYPE
              MOVE WS-GL-ERL-ACCT TO GLJ-ACCOUNT
              MOVE WS-DEPT-TOTAL-ERTAX TO GLJ-AMOUNT
              MOVE WS-PREV-DEPT TO GLJ-DEPT
              MOVE "ERTAXPAY" TO GLJ-COMPONENT
              MOVE WS-RUN-ID TO GLJ-RUN-ID
              WRITE GLJ-REC
              ADD WS-DEPT-TOTAL-ERTAX TO WS-GL-CR-TOTAL
           END-IF

           *> the employer's benefit match is a third balanced
           *> pair: debit the match expense, credit the match
           *> payable the carriers are paid from - the employees'
           *> own contributions are already in the BENEFIT credit
           IF WS-BEN-ACTIVE = 'Y'
              MOVE SPACES TO GLJ-REC
              MOVE "DR" TO GLJ-TYPE
              MOVE WS-GL-MTX-ACCT TO GLJ-ACCOUNT
              MOVE WS-DEPT-TOTAL-MATCH TO GLJ-AMOUNT
              MOVE WS-PREV-DEPT TO GLJ-DEPT
              MOVE "ERMATCH" TO GLJ-COMPONENT
              MOVE WS-RUN-ID TO GLJ-RUN-ID
              WRITE GLJ-REC
              ADD WS-DEPT-TOTAL-MATCH TO WS-GL-DR-TOTAL

              MOVE SPACES TO GLJ-REC
              MOVE "CR" TO GLJ-TYPE
              MOVE WS-GL-MTL-ACCT TO GLJ-ACCOUNT
              MOVE WS-DEPT-TOTAL-MATCH TO GLJ-AMOUNT
              MOVE WS-PREV-DEPT TO GLJ-DEPT
              MOVE "ERMATPAY" TO GLJ-COMPONENT
              MOVE WS-RUN-ID TO GLJ-RUN-ID
              WRITE GLJ-REC
              ADD WS-DEPT-TOTAL-MATCH TO WS-GL-CR-TOTAL
           END-IF

           *> labor distribution reclass - a balanced pair per cost
           *> center: debit the cost center's labor account (the
           *> cost center code rides in the department column),
           *> credit it back out of the department's gross expense
           PERFORM VARYING WS-LDD-I FROM 1 BY 1
                 UNTIL WS-LDD-I > WS-LDD-COUNT
              IF WS-LDD-AMT(WS-LDD-I) > 0
                 MOVE SPACES TO GLJ-REC
                 MOVE "DR" TO GLJ-TYPE
                 MOVE WS-LDD-ACCT(WS-LDD-I) TO GLJ-ACCOUNT
                 MOVE WS-LDD-AMT(WS-LDD-I) TO GLJ-AMOUNT
                 MOVE WS-LDD-CODE(WS-LDD-I) TO GLJ-DEPT
                 MOVE "LABDIST" TO GLJ-COMPONENT
                 MOVE WS-RUN-ID TO GLJ-RUN-ID
                 WRITE GLJ-REC
                 ADD WS-LDD-AMT(WS-LDD-I) TO WS-GL-DR-TOTAL

                 MOVE SPACES TO GLJ-REC
                 MOVE "CR" TO GLJ-TYPE
                 MOVE WS-GL-GROSS-ACCT TO GLJ-ACCOUNT
                 MOVE WS-LDD-AMT(WS-LDD-I) TO GLJ-AMOUNT
                 MOVE WS-PREV-DEPT TO GLJ-DEPT
                 MOVE "LABRECL" TO GLJ-COMPONENT
                 MOVE WS-RUN-ID TO GLJ-RUN-ID
                 WRITE GLJ-REC
                 ADD WS-LDD-AMT(WS-LDD-I) TO WS-GL-CR-TOTAL
                 ADD WS-LDD-AMT(WS-LDD-I) TO WS-TOTAL-LABDIST
              END-IF
           END-PERFORM
           EXIT.

       FIND-GL-ACCOUNTS.
           MOVE SPACES TO WS-GL-TAX-ACCT
           MOVE SPACES TO WS-GL-BEN-ACCT
           MOVE SPACES TO WS-GL-NET-ACCT
           MOVE SPACES TO WS-GL-ERX-ACCT
           MOVE SPACES TO WS-GL-ERL-ACCT
           MOVE SPACES TO WS-GL-MTX-ACCT
           MOVE SPACES TO WS-GL-MTL-ACCT
           PERFORM VARYING WS-GL-I FROM 1 BY 1
                 UNTIL WS-GL-I > WS-GLMAP-COUNT
              IF WS-GLMAP-DEPT(WS-GL-I) = WS-PREV-DEPT
                 MOVE WS-GLMAP-TAX-ACCT(WS-GL-I) TO WS-GL-TAX-ACCT
                 MOVE WS-GLMAP-BEN-ACCT(WS-GL-I) TO WS-GL-BEN-ACCT
                 MOVE WS-GLMAP-NET-ACCT(WS-GL-I) TO WS-GL-NET-ACCT
                 MOVE WS-GLMAP-ERX-ACCT(WS-GL-I) TO WS-GL-ERX-ACCT
                 MOVE WS-GLMAP-ERL-ACCT(WS-GL-I) TO WS-GL-ERL-ACCT
                 MOVE WS-GLMAP-MTX-ACCT(WS-GL-I) TO WS-GL-MTX-ACCT
                 MOVE WS-GLMAP-MTL-ACCT(WS-GL-I) TO WS-GL-MTL-ACCT
              END-IF
           END-PERFORM

                       TO WS-GL-BEN-ACCT
                    MOVE WS-GLMAP-NET-ACCT(WS-GL-I)
                       TO WS-GL-NET-ACCT
                    MOVE WS-GLMAP-ERX-ACCT(WS-GL-I)
                       TO WS-GL-ERX-ACCT
                    MOVE WS-GLMAP-ERL-ACCT(WS-GL-I)
                       TO WS-GL-ERL-ACCT
                    MOVE WS-GLMAP-MTX-ACCT(WS-GL-I)
                       TO WS-GL-MTX-ACCT
                    MOVE WS-GLMAP-MTL-ACCT(WS-GL-I)
                       TO WS-GL-MTL-ACCT
                 END-IF
              END-PERFORM
           END-IF
              MOVE WS-GL-SUSPENSE TO WS-GL-TAX-ACCT
              MOVE WS-GL-SUSPENSE TO WS-GL-BEN-ACCT
              MOVE WS-GL-SUSPENSE TO WS-GL-NET-ACCT
              MOVE WS-GL-SUSPENSE TO WS-GL-ERX-ACCT
              MOVE WS-GL-SUSPENSE TO WS-GL-ERL-ACCT
              MOVE WS-GL-SUSPENSE TO WS-GL-MTX-ACCT
              MOVE WS-GL-SUSPENSE TO WS-GL-MTL-ACCT
              MOVE SPACES TO WS-ERROR-MSG
              STRING "No GL mapping for department "
                        DELIMITED BY SIZE
              END-STRING
              PERFORM LOG-ERROR
           END-IF

           *> a mapping line written before employer taxes existed
           *> has no employer columns - the expense lands with the
           *> department's gross and the liability with its tax
           IF WS-GL-ERX-ACCT = SPACES
              MOVE WS-GL-GROSS-ACCT TO WS-GL-ERX-ACCT
           END-IF
           IF WS-GL-ERL-ACCT = SPACES
              MOVE WS-GL-TAX-ACCT TO WS-GL-ERL-ACCT
           END-IF
           *> likewise a line with no match columns - the match
           *> expense lands with gross, the payable with benefits
           IF WS-GL-MTX-ACCT = SPACES
              MOVE WS-GL-GROSS-ACCT TO WS-GL-MTX-ACCT
           END-IF
           IF WS-GL-MTL-ACCT = SPACES
              MOVE WS-GL-BEN-ACCT TO WS-GL-MTL-ACCT
           END-IF
           EXIT.

       WRITE-GL-TRAILER.
           MOVE WS-RUN-ID TO GLJ-RUN-ID
           WRITE GLJ-REC

           *> the run's employer tax, for the liability cross-foot
           IF WS-ERTAX-ACTIVE = 'Y'
              MOVE SPACES TO GLJ-REC
              MOVE "TR" TO GLJ-TYPE
              MOVE WS-TOTAL-ERTAX TO GLJ-AMOUNT
              MOVE "ERTAX" TO GLJ-COMPONENT
              MOVE WS-RUN-ID TO GLJ-RUN-ID
              WRITE GLJ-REC
           END-IF

           *> the run's labor reclassed to cost centers, for the
           *> distribution cross-foot
           IF WS-LD-ACTIVE = 'Y'
              MOVE SPACES TO GLJ-REC
              MOVE "TR" TO GLJ-TYPE
              MOVE WS-TOTAL-LABDIST TO GLJ-AMOUNT
              MOVE "LABDIST" TO GLJ-COMPONENT
              MOVE WS-RUN-ID TO GLJ-RUN-ID
              WRITE GLJ-REC
           END-IF

           *> the run's employer benefit match, for the match
           *> cross-foot
           IF WS-BEN-ACTIVE = 'Y'
              MOVE SPACES TO GLJ-REC
              MOVE "TR" TO GLJ-TYPE
              MOVE WS-TOTAL-MATCH TO GLJ-AMOUNT
              MOVE "ERMATCH" TO GLJ-COMPONENT
              MOVE WS-RUN-ID TO GLJ-RUN-ID
              WRITE GLJ-REC
           END-IF

           *> debits not equal to credits can only mean a posting
           *> bug or a truncated write - surface it loudly
           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL

       COMPUTE-WITHHOLDING.
           *> graduated withholding when a bracket table is
           *> loaded, the historical flat percentage otherwise -
           *> either way on the taxable pay, which is the gross
           *> less any pre-tax benefit contributions
           IF WS-TAX-ACTIVE = 'N'
              COMPUTE WS-TAX-AMT ROUNDED =
                 WS-TAXABLE-PAY * WS-TAX-PERCENT
           ELSE
              PERFORM COMPUTE-BRACKET-TAX
           END-IF
           EXIT.

       COMPUTE-BRACKET-TAX.
           *> annualize the period's taxable pay by the employee's
           *> pay frequency, take off the allowances, run the result
           *> through the brackets for the filing status, then
           *> scale the annual tax back to the period - an
           *> overtime-heavy week no longer withholds as if every
           END-EVALUATE

           COMPUTE WS-ANNUAL-GROSS =
              WS-TAXABLE-PAY * WS-PERIODS-YEAR
              ON SIZE ERROR
                 MOVE 999999999.99 TO WS-ANNUAL-GROSS
           END-COMPUTE
              *> the table carries no brackets for this filing
              *> status - withhold the flat percentage rather
              *> than nothing, and say so
              IF WS-TAX-PROBE = 'N'
                 MOVE "No tax brackets for filing status"
                    TO WS-ERROR-MSG
                 PERFORM LOG-ERROR
              END-IF
              COMPUTE WS-TAX-AMT ROUNDED =
                 WS-TAXABLE-PAY * WS-TAX-PERCENT
           ELSE
              COMPUTE WS-TAX-AMT ROUNDED =
                 WS-ANNUAL-TAX / WS-PERIODS-YEAR
           END-COMPUTE
           EXIT.

       LOAD-ER-TAX-TABLE.
           *> read the employer tax table - no table file means the
           *> installation does not compute employer taxes, which
           *> is not an error
           OPEN INPUT ER-TAX-FILE
           IF WS-ERTAX-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-ERTAX-ACTIVE
           ELSE
           PERFORM UNTIL WS-ERTAX-EOF = "YES"
              READ ER-TAX-FILE
                 AT END
                    MOVE "YES" TO WS-ERTAX-EOF
                 NOT AT END
                    MOVE SPACES TO WS-ERTAX-FIELDS
                    UNSTRING ERTAX-REC
                       DELIMITED BY ","
                       INTO WS-ERTAX-CODE-TEXT
                          WS-ERTAX-RATE-TEXT
                          WS-ERTAX-CAP-TEXT
                    END-UNSTRING
                    IF WS-ERTAX-CODE-TEXT NOT = SPACES
                          AND WS-ERTAX-COUNT = 10
                       MOVE "Employer tax table full - line dropped"
                          TO WS-ERROR-MSG
                       PERFORM LOG-ERROR
                    END-IF
                    IF WS-ERTAX-CODE-TEXT NOT = SPACES
                          AND WS-ERTAX-COUNT < 10
                       ADD 1 TO WS-ERTAX-COUNT
                       MOVE WS-ERTAX-CODE-TEXT
                          TO WS-ERTAX-CODE(WS-ERTAX-COUNT)
                       MOVE FUNCTION NUMVAL(WS-ERTAX-RATE-TEXT)
                          TO WS-ERTAX-RATE(WS-ERTAX-COUNT)
                       MOVE 0 TO WS-ERTAX-CAP(WS-ERTAX-COUNT)
                       IF WS-ERTAX-CAP-TEXT NOT = SPACES
                          MOVE FUNCTION NUMVAL(WS-ERTAX-CAP-TEXT)
                             TO WS-ERTAX-CAP(WS-ERTAX-COUNT)
                       END-IF
                       MOVE 0 TO WS-ERTAX-WAGES(WS-ERTAX-COUNT)
                       MOVE 0 TO WS-ERTAX-AMT(WS-ERTAX-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ER-TAX-FILE
           IF WS-ERTAX-COUNT > 0
              MOVE 'Y' TO WS-ERTAX-ACTIVE
           END-IF
           END-IF
           EXIT.

       COMPUTE-EMPLOYER-TAX.
           *> each employer tax applies to the part of this
           *> period's gross still under its annual wage base - the
           *> YTD master already holds this period, so the prior
           *> YTD is what it held before. A zero wage base means no
           *> cap (Medicare)
           MOVE 0 TO WS-ER-TAX-AMT
           IF YTD-PAY > WS-GROSS-PAY
              COMPUTE WS-ER-PRIOR-YTD = YTD-PAY - WS-GROSS-PAY
           ELSE
              MOVE 0 TO WS-ER-PRIOR-YTD
           END-IF

           PERFORM VARYING WS-ERTAX-I FROM 1 BY 1
                 UNTIL WS-ERTAX-I > WS-ERTAX-COUNT
              IF WS-ERTAX-CAP(WS-ERTAX-I) = 0
                 MOVE WS-GROSS-PAY TO WS-ER-SUBJECT
              ELSE
                 IF WS-ER-PRIOR-YTD >= WS-ERTAX-CAP(WS-ERTAX-I)
                    MOVE 0 TO WS-ER-SUBJECT
                 ELSE
                    COMPUTE WS-ER-ROOM =
                       WS-ERTAX-CAP(WS-ERTAX-I) - WS-ER-PRIOR-YTD
                    IF WS-ER-ROOM < WS-GROSS-PAY
                       MOVE WS-ER-ROOM TO WS-ER-SUBJECT
                    ELSE
                       MOVE WS-GROSS-PAY TO WS-ER-SUBJECT
                    END-IF
                 END-IF
              END-IF
              COMPUTE WS-ER-ONE-TAX ROUNDED =
                 WS-ER-SUBJECT * WS-ERTAX-RATE(WS-ERTAX-I) / 100
              ADD WS-ER-SUBJECT TO WS-ERTAX-WAGES(WS-ERTAX-I)
              ADD WS-ER-ONE-TAX TO WS-ERTAX-AMT(WS-ERTAX-I)
              ADD WS-ER-ONE-TAX TO WS-ER-TAX-AMT
           END-PERFORM

           ADD WS-ER-TAX-AMT TO WS-DEPT-TOTAL-ERTAX
           ADD WS-ER-TAX-AMT TO WS-TOTAL-ERTAX
           EXIT.

       WRITE-ER-LIABILITY-SUMMARY.
           *> one line per employer tax with its rate, wage base,
           *> the wages it applied to this run and the tax, then
           *> the employee withholding - together what the tax
           *> deposit has to fund
           MOVE SPACES TO WS-LINE
           MOVE "================================================"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO ERL-REC
           WRITE ERL-REC

           MOVE SPACES TO WS-LINE
           STRING "  Employer Tax Liability Summary - "
                     DELIMITED BY SIZE
                  WS-DATE-FORMAT DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO ERL-REC
           WRITE ERL-REC

           MOVE SPACES TO WS-LINE
           STRING "  Run: " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
               INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO ERL-REC
           WRITE ERL-REC

           MOVE SPACES TO WS-LINE
           MOVE "================================================"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO ERL-REC
           WRITE ERL-REC

           *> column header (fixed positions)
           MOVE SPACES TO WS-LINE
           MOVE "TAX"           TO WS-LINE(1:3)
           MOVE "RATE%"         TO WS-LINE(10:5)
           MOVE "WAGE BASE"     TO WS-LINE(19:9)
           MOVE "TAXABLE WAGES" TO WS-LINE(30:13)
           MOVE "EMPLOYER TAX"  TO WS-LINE(46:12)
           MOVE WS-LINE TO ERL-REC
           WRITE ERL-REC

           MOVE SPACES TO WS-LINE
           MOVE "------------------------------------------------"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO ERL-REC
           WRITE ERL-REC

           PERFORM VARYING WS-ERTAX-I FROM 1 BY 1
                 UNTIL WS-ERTAX-I > WS-ERTAX-COUNT
              MOVE WS-ERTAX-RATE(WS-ERTAX-I) TO WS-ERL-RATE-STR
              MOVE WS-ERTAX-WAGES(WS-ERTAX-I) TO WS-ERL-WAGES-STR
              MOVE WS-ERTAX-AMT(WS-ERTAX-I) TO WS-ERL-AMT-STR
              MOVE SPACES TO WS-LINE
              MOVE WS-ERTAX-CODE(WS-ERTAX-I) TO WS-LINE(1:6)
              MOVE WS-ERL-RATE-STR TO WS-LINE(8:7)
              IF WS-ERTAX-CAP(WS-ERTAX-I) = 0
                 MOVE "NO CAP" TO WS-LINE(22:6)
              ELSE
                 MOVE WS-ERTAX-CAP(WS-ERTAX-I) TO WS-ERL-CAP-STR
                 MOVE WS-ERL-CAP-STR TO WS-LINE(18:10)
              END-IF
              MOVE WS-ERL-WAGES-STR TO WS-LINE(30:13)
              MOVE WS-ERL-AMT-STR TO WS-LINE(47:11)
              MOVE WS-LINE TO ERL-REC
              WRITE ERL-REC
           END-PERFORM

           MOVE SPACES TO WS-LINE
           MOVE "------------------------------------------------"
              TO WS-LINE(1:48)
           MOVE WS-LINE TO ERL-REC
           WRITE ERL-REC

           MOVE WS-TOTAL-ERTAX TO WS-ERL-AMT-STR
           MOVE SPACES TO WS-LINE
           MOVE "TOTAL EMPLOYER TAX:" TO WS-LINE(1:19)
           MOVE WS-ERL-AMT-STR TO WS-LINE(47:11)
           MOVE WS-LINE TO ERL-REC
           WRITE ERL-REC

           MOVE WS-TOTAL-EE-TAX TO WS-ERL-AMT-STR
           MOVE SPACES TO WS-LINE
           MOVE "EMPLOYEE TAX WITHHELD:" TO WS-LINE(1:22)
           MOVE WS-ERL-AMT-STR TO WS-LINE(47:11)
           MOVE WS-LINE TO ERL-REC
           WRITE ERL-REC

           COMPUTE WS-ERL-AMT-STR = WS-TOTAL-ERTAX + WS-TOTAL-EE-TAX
           MOVE SPACES TO WS-LINE
           MOVE "TOTAL TAX DEPOSIT TO FUND:" TO WS-LINE(1:26)
           MOVE WS-ERL-AMT-STR TO WS-LINE(47:11)
           MOVE WS-LINE TO ERL-REC
           WRITE ERL-REC

           MOVE "================================================"
              TO ERL-REC
           WRITE ERL-REC
           EXIT.

       LOAD-BENEFIT-PLANS.
           *> read the benefit plan master into the table - no plan
           *> master means the installation has no benefit plans,
           *> which is not an error. Inactive plans are loaded too,
           *> so their elections are recognised (and take nothing)
           OPEN INPUT BEN-PLAN-FILE
           IF WS-BENPLAN-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-BEN-ACTIVE
              IF WS-BENPLAN-FILE-STATUS NOT = "35"
                 MOVE "Cannot open benefit plan master - no elections"
                    TO WS-ERROR-MSG
                 PERFORM LOG-ERROR
              END-IF
           ELSE
           PERFORM UNTIL WS-BPLAN-EOF = "YES"
              READ BEN-PLAN-FILE NEXT RECORD
                 AT END
                    MOVE "YES" TO WS-BPLAN-EOF
                 NOT AT END
                    IF WS-BPLAN-COUNT = 50
                       MOVE "Benefit plan table full - plan dropped"
                          TO WS-ERROR-MSG
                       PERFORM LOG-ERROR
                    ELSE
                       ADD 1 TO WS-BPLAN-COUNT
                       MOVE BPL-CODE TO WS-BPLAN-CODE(WS-BPLAN-COUNT)
                       MOVE BPL-TAX-TREAT
                          TO WS-BPLAN-TREAT(WS-BPLAN-COUNT)
                       MOVE BPL-METHOD
                          TO WS-BPLAN-METHOD(WS-BPLAN-COUNT)
                       MOVE BPL-ANNUAL-LIMIT
                          TO WS-BPLAN-LIMIT(WS-BPLAN-COUNT)
                       MOVE BPL-MATCH-PCT
                          TO WS-BPLAN-MATCH(WS-BPLAN-COUNT)
                       MOVE BPL-MATCH-CAP
                          TO WS-BPLAN-CAP(WS-BPLAN-COUNT)
                       MOVE BPL-CARRIER
                          TO WS-BPLAN-CARRIER(WS-BPLAN-COUNT)
                       MOVE BPL-STATUS
                          TO WS-BPLAN-STATUS(WS-BPLAN-COUNT)
                       MOVE 0 TO WS-BPLAN-CNT(WS-BPLAN-COUNT)
                       MOVE 0 TO WS-BPLAN-EE-AMT(WS-BPLAN-COUNT)
                       MOVE 0 TO WS-BPLAN-ER-AMT(WS-BPLAN-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BEN-PLAN-FILE
           IF WS-BPLAN-COUNT > 0
              MOVE 'Y' TO WS-BEN-ACTIVE
           END-IF
           END-IF
           EXIT.

       LOAD-LABOR-HOURS.
           *> the cost-center master first - TIMECLK's hours split
           *> is only usable against it
           MOVE 'N' TO WS-LD-ACTIVE
           OPEN INPUT CC-MAST-FILE
           IF WS-CC-FILE-STATUS = "00"
           PERFORM UNTIL WS-CC-EOF = "YES"
              READ CC-MAST-FILE
                 AT END
                    MOVE "YES" TO WS-CC-EOF
                 NOT AT END
                    MOVE SPACES TO WS-CCM-FIELDS
                    UNSTRING CCM-REC
                       DELIMITED BY ","
                       INTO WS-CCM-CODE-TEXT
                          WS-CCM-DESC-TEXT
                          WS-CCM-ACCT-TEXT
                          WS-CCM-STATUS-TEXT
                    END-UNSTRING
                    IF WS-CCM-CODE-TEXT NOT = SPACES
                          AND WS-CC-COUNT = 200
                       MOVE "Cost center table full - line dropped"
                          TO WS-ERROR-MSG
                       PERFORM LOG-ERROR
                    END-IF
                    IF WS-CCM-CODE-TEXT NOT = SPACES
                          AND WS-CC-COUNT < 200
                       ADD 1 TO WS-CC-COUNT
                       MOVE WS-CCM-CODE-TEXT
                          TO WS-CC-CODE(WS-CC-COUNT)
                       *> a cost center with no account of its own
                       *> posts to suspense until accounting maps it
                       IF WS-CCM-ACCT-TEXT = SPACES
                          MOVE WS-GL-SUSPENSE
                             TO WS-CC-ACCT(WS-CC-COUNT)
                       ELSE
                          MOVE WS-CCM-ACCT-TEXT
                             TO WS-CC-ACCT(WS-CC-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CC-MAST-FILE
           END-IF

           OPEN INPUT LBR-HRS-FILE
           IF WS-LBR-FILE-STATUS = "00"
           MOVE 'Y' TO WS-LD-ACTIVE
           PERFORM UNTIL WS-LH-EOF = "YES"
              READ LBR-HRS-FILE
                 AT END
                    MOVE "YES" TO WS-LH-EOF
                 NOT AT END
                    MOVE SPACES TO WS-LHF-FIELDS
                    UNSTRING LBR-REC
                       DELIMITED BY ","
                       INTO WS-LHF-ID-TEXT
                          WS-LHF-CC-TEXT
                          WS-LHF-HRS-TEXT
                    END-UNSTRING
                    *> the TRAILER line and anything without a
                    *> numeric ID carry no hours
                    IF WS-LHF-ID-TEXT = "TRAILER"
                       MOVE 'Y' TO WS-LH-TRL-SEEN
                       MOVE 0 TO WS-LH-TRL-COUNT
                       IF WS-LHF-CC-TEXT(1:6) IS NUMERIC
                          MOVE WS-LHF-CC-TEXT(1:6) TO WS-LH-TRL-COUNT
                       END-IF
                    END-IF
                    IF WS-LHF-ID-TEXT(1:4) IS NUMERIC
                          AND WS-LHF-ID-TEXT(5:1) = SPACE
                       ADD 1 TO WS-LH-LINES
                       IF WS-LH-COUNT < 3000
                          ADD 1 TO WS-LH-COUNT
                          MOVE WS-LHF-ID-TEXT(1:4)
                             TO WS-LH-ID(WS-LH-COUNT)
                          MOVE WS-LHF-CC-TEXT
                             TO WS-LH-CODE(WS-LH-COUNT)
                          MOVE 0 TO WS-LH-HOURS(WS-LH-COUNT)
                          IF WS-LHF-HRS-TEXT NOT = SPACES
                             MOVE FUNCTION NUMVAL(WS-LHF-HRS-TEXT)
                                TO WS-LH-HOURS(WS-LH-COUNT)
                          END-IF
                       ELSE
                          MOVE "Labor hours table full - line dropped"
                             TO WS-ERROR-MSG
                          PERFORM LOG-ERROR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LBR-HRS-FILE
           *> a hours file that does not prove against its trailer
           *> was cut short - none of it is distributed and every
           *> department keeps its own labor expense
           IF WS-LH-TRL-SEEN = 'N'
              MOVE "Labor hours TRAILER missing - not distributed"
                 TO WS-ERROR-MSG
              PERFORM LOG-ERROR
              MOVE 'N' TO WS-LD-ACTIVE
           ELSE IF WS-LH-TRL-COUNT NOT = WS-LH-LINES
              MOVE "Labor hours count off TRAILER - not distributed"
                 TO WS-ERROR-MSG
              PERFORM LOG-ERROR
              MOVE 'N' TO WS-LD-ACTIVE
           END-IF
           END-IF
           END-IF
           EXIT.

       DISTRIBUTE-LABOR.
           *> this employee's hours by cost center
           MOVE 0 TO WS-LDE-TOTAL-HRS
           MOVE 0 TO WS-LDE-ROWS
           PERFORM VARYING WS-LH-I FROM 1 BY 1
                 UNTIL WS-LH-I > WS-LH-COUNT
              IF WS-LH-ID(WS-LH-I) = WS-EMP-ID
                 ADD WS-LH-HOURS(WS-LH-I) TO WS-LDE-TOTAL-HRS
                 ADD 1 TO WS-LDE-ROWS
              END-IF
           END-PERFORM

           *> leave is not worked on any job - it stays with the
           *> home department along with any uncoded hours
           MOVE 0 TO WS-LDE-HOME-HRS
           MOVE 0 TO WS-LDE-HOME-REG
           MOVE 0 TO WS-LDE-HOME-OT
           MOVE 0 TO WS-LDE-HOME-BON
           IF WS-LDE-TOTAL-HRS = 0
              MOVE WS-EMP-HOURS TO WS-LDE-HOME-HRS
              MOVE WS-REG-PAY TO WS-LDE-HOME-REG
              MOVE WS-OT-PAY TO WS-LDE-HOME-OT
              MOVE WS-EMP-BONUS TO WS-LDE-HOME-BON
           ELSE
              MOVE WS-REG-PAY TO WS-LDE-REG-LEFT
              MOVE WS-OT-PAY TO WS-LDE-OT-LEFT
              MOVE WS-EMP-BONUS TO WS-LDE-BON-LEFT
              MOVE 0 TO WS-LDE-SEEN
              PERFORM VARYING WS-LH-I FROM 1 BY 1
                    UNTIL WS-LH-I > WS-LH-COUNT
                 IF WS-LH-ID(WS-LH-I) = WS-EMP-ID
                    PERFORM SPREAD-ONE-COST-CENTER
                 END-IF
              END-PERFORM
           END-IF

           IF WS-LDE-HOME-REG > 0 OR WS-LDE-HOME-OT > 0
                 OR WS-LDE-HOME-BON > 0 OR WS-LEAVE-PAY > 0
                 OR WS-LDE-HOME-HRS > 0 OR WS-PAYOUT-PAY > 0
              MOVE SPACES TO WS-LDL-CODE
              MOVE WS-LDE-HOME-HRS TO WS-LDL-HRS
              MOVE WS-LDE-HOME-REG TO WS-LDL-REG
              MOVE WS-LDE-HOME-OT TO WS-LDL-OT
              MOVE WS-LDE-HOME-BON TO WS-LDL-BON
              *> a final pay's vacation payout is leave pay too,
              *> and stays with the home department
              COMPUTE WS-LDL-LV = WS-LEAVE-PAY + WS-PAYOUT-PAY
              PERFORM WRITE-LABOR-DIST-LINE
           END-IF
           EXIT.

       SPREAD-ONE-COST-CENTER.
           *> this cost center's share by hours; the last one takes
           *> whatever rounding has left
           ADD 1 TO WS-LDE-SEEN
           MOVE WS-LH-CODE(WS-LH-I) TO WS-LDL-CODE
           MOVE WS-LH-HOURS(WS-LH-I) TO WS-LDL-HRS
           MOVE 0 TO WS-LDL-LV
           IF WS-LDE-SEEN = WS-LDE-ROWS
              MOVE WS-LDE-REG-LEFT TO WS-LDL-REG
              MOVE WS-LDE-OT-LEFT TO WS-LDL-OT
              MOVE WS-LDE-BON-LEFT TO WS-LDL-BON
           ELSE
              COMPUTE WS-LDL-REG ROUNDED =
                 WS-REG-PAY * WS-LDL-HRS / WS-LDE-TOTAL-HRS
              COMPUTE WS-LDL-OT ROUNDED =
                 WS-OT-PAY * WS-LDL-HRS / WS-LDE-TOTAL-HRS
              COMPUTE WS-LDL-BON ROUNDED =
                 WS-EMP-BONUS * WS-LDL-HRS / WS-LDE-TOTAL-HRS
              SUBTRACT WS-LDL-REG FROM WS-LDE-REG-LEFT
              SUBTRACT WS-LDL-OT FROM WS-LDE-OT-LEFT
              SUBTRACT WS-LDL-BON FROM WS-LDE-BON-LEFT
           END-IF

           *> uncoded hours stay home; a code no longer on the
           *> master is logged and its share stays home too
           MOVE 'N' TO WS-CC-FOUND
           IF WS-LDL-CODE NOT = SPACES
              PERFORM VARYING WS-CC-I FROM 1 BY 1
                    UNTIL WS-CC-I > WS-CC-COUNT
                       OR WS-CC-FOUND = 'Y'
                 IF WS-CC-CODE(WS-CC-I) = WS-LDL-CODE
                    MOVE 'Y' TO WS-CC-FOUND
                 END-IF
              END-PERFORM
              IF WS-CC-FOUND = 'N'
                 MOVE SPACES TO WS-ERROR-MSG
                 STRING "Unknown cost center " DELIMITED BY SIZE
                        WS-LDL-CODE DELIMITED BY SIZE
                        " - pay left on department"
                           DELIMITED BY SIZE
                    INTO WS-ERROR-MSG
                 END-STRING
                 PERFORM LOG-ERROR
              END-IF
           END-IF

           IF WS-CC-FOUND = 'Y'
              SUBTRACT 1 FROM WS-CC-I
              PERFORM ACCUMULATE-DEPT-COST-CENTER
           END-IF
           IF WS-CC-FOUND = 'Y'
              PERFORM WRITE-LABOR-DIST-LINE
           ELSE
              ADD WS-LDL-HRS TO WS-LDE-HOME-HRS
              ADD WS-LDL-REG TO WS-LDE-HOME-REG
              ADD WS-LDL-OT TO WS-LDE-HOME-OT
              ADD WS-LDL-BON TO WS-LDE-HOME-BON
           END-IF
           EXIT.

       ACCUMULATE-DEPT-COST-CENTER.
           *> WS-CC-I points at the cost center on entry; a
           *> department spread over more cost centers than the
           *> table holds keeps the overflow on its own expense
           COMPUTE WS-LDL-TOT = WS-LDL-REG + WS-LDL-OT + WS-LDL-BON
           MOVE 0 TO WS-LDD-I
           PERFORM VARYING WS-LDD-J FROM 1 BY 1
                 UNTIL WS-LDD-J > WS-LDD-COUNT
              IF WS-LDD-CODE(WS-LDD-J) = WS-LDL-CODE
                 MOVE WS-LDD-J TO WS-LDD-I
              END-IF
           END-PERFORM
           IF WS-LDD-I = 0
              IF WS-LDD-COUNT < 200
                 ADD 1 TO WS-LDD-COUNT
                 MOVE WS-LDD-COUNT TO WS-LDD-I
                 MOVE WS-LDL-CODE TO WS-LDD-CODE(WS-LDD-I)
                 MOVE WS-CC-ACCT(WS-CC-I) TO WS-LDD-ACCT(WS-LDD-I)
                 MOVE 0 TO WS-LDD-AMT(WS-LDD-I)
              ELSE
                 MOVE "Cost centers per department exceed 200"
                    TO WS-ERROR-MSG
                 PERFORM LOG-ERROR
                 MOVE 'N' TO WS-CC-FOUND
              END-IF
           END-IF
           IF WS-LDD-I > 0
              ADD WS-LDL-TOT TO WS-LDD-AMT(WS-LDD-I)
           END-IF
           EXIT.

       WRITE-LABOR-DIST-LINE.
           *> <run id>,<emp id>,<dept>,<cost center>,<hours>,
           *> <regular>,<overtime>,<bonus>,<leave>,<total> - a blank
           *> cost center is the employee's home department
           COMPUTE WS-LDL-TOT =
              WS-LDL-REG + WS-LDL-OT + WS-LDL-BON + WS-LDL-LV
           MOVE WS-LDL-HRS TO WS-LDL-HRS-STR
           MOVE WS-LDL-REG TO WS-LDL-REG-STR
           MOVE WS-LDL-OT TO WS-LDL-OT-STR
           MOVE WS-LDL-BON TO WS-LDL-BON-STR
           MOVE WS-LDL-LV TO WS-LDL-LV-STR
           MOVE WS-LDL-TOT TO WS-LDL-TOT-STR
           MOVE WS-EMP-ID TO WS-ID-STR
           MOVE SPACES TO LDIST-REC
           STRING WS-RUN-ID      DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-ID-STR      DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-DEPT        DELIMITED BY SPACE
                  ","            DELIMITED BY SIZE
                  WS-LDL-CODE    DELIMITED BY SPACE
                  ","            DELIMITED BY SIZE
                  WS-LDL-HRS-STR DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-LDL-REG-STR DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-LDL-OT-STR  DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-LDL-BON-STR DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-LDL-LV-STR  DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-LDL-TOT-STR DELIMITED BY SIZE
              INTO LDIST-REC
           END-STRING
           WRITE LDIST-REC
           ADD 1 TO WS-LD-LINE-COUNT
           ADD WS-LDL-TOT TO WS-LD-FILE-TOTAL
           EXIT.

       WRITE-LABOR-DIST-TRAILER.
           *> TRAILER,<lines>,<total> - the total is the run's gross
           *> pay before retro adjustments, every cent placed once
           MOVE WS-LD-FILE-TOTAL TO WS-LD-FILE-TOT-STR
           MOVE SPACES TO LDIST-REC
           STRING "TRAILER,"         DELIMITED BY SIZE
                  WS-LD-LINE-COUNT   DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-LD-FILE-TOT-STR DELIMITED BY SIZE
              INTO LDIST-REC
           END-STRING
           WRITE LDIST-REC
           EXIT.

       LOAD-GL-MAP.
           *> read the chart-of-accounts mapping into the table -
           *> no mapping file means the installation does not use
           *> the GL import, which is not an error
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-GL-ACTIVE
           ELSE
           MOVE 'Y' TO WS-GL-ACTIVE
           PERFORM UNTIL WS-GLMAP-EOF = "YES"
              READ GL-MAP-FILE
                 AT END
                    MOVE "YES" TO WS-GLMAP-EOF
                 NOT AT END
                    MOVE SPACES TO WS-GLMAP-FIELDS
                    UNSTRING GLMAP-REC
                       DELIMITED BY ","
                       INTO WS-GLMAP-DEPT-TEXT
                          WS-GLMAP-GROSS-TEXT
                          WS-GLMAP-TAX-TEXT
                          WS-GLMAP-BEN-TEXT
                          WS-GLMAP-NET-TEXT
                          WS-GLMAP-ERX-TEXT
                          WS-GLMAP-ERL-TEXT
                          WS-GLMAP-MTX-TEXT
                          WS-GLMAP-MTL-TEXT
                    END-UNSTRING
                    IF WS-GLMAP-DEPT-TEXT NOT = SPACES
                          AND WS-GLMAP-COUNT = 50
                       MOVE "GL mapping table full - line dropped"
                          TO WS-ERROR-MSG
                       PERFORM LOG-ERROR
                    END-IF
                    IF WS-GLMAP-DEPT-TEXT NOT = SPACES
                          AND WS-GLMAP-COUNT < 50
                       ADD 1 TO WS-GLMAP-COUNT
                       MOVE WS-GLMAP-DEPT-TEXT
                          TO WS-GLMAP-DEPT(WS-GLMAP-COUNT)
                       MOVE WS-GLMAP-GROSS-TEXT
                          TO WS-GLMAP-GROSS-ACCT(WS-GLMAP-COUNT)
                       MOVE WS-GLMAP-TAX-TEXT
                          TO WS-GLMAP-TAX-ACCT(WS-GLMAP-COUNT)
                       MOVE WS-GLMAP-BEN-TEXT
                          TO WS-GLMAP-BEN-ACCT(WS-GLMAP-COUNT)
                       MOVE WS-GLMAP-NET-TEXT
                          TO WS-GLMAP-NET-ACCT(WS-GLMAP-COUNT)
                       MOVE WS-GLMAP-ERX-TEXT
                          TO WS-GLMAP-ERX-ACCT(WS-GLMAP-COUNT)
                       MOVE WS-GLMAP-ERL-TEXT
                          TO WS-GLMAP-ERL-ACCT(WS-GLMAP-COUNT)
                       MOVE WS-GLMAP-MTX-TEXT
                          TO WS-GLMAP-MTX-ACCT(WS-GLMAP-COUNT)
                       MOVE WS-GLMAP-MTL-TEXT
                          TO WS-GLMAP-MTL-ACCT(WS-GLMAP-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
           END-IF
           EXIT.

       WRITE-PAGE-BREAK.
           *> delimited exports have no notion of a printed page -
           *> the SUBTOTAL row already marks the department
           *> boundary, so they get nothing here at all
           IF WS-OUTPUT-MODE = 'D'
              CONTINUE
           ELSE
              *> form feed so the text report still pages cleanly
              *> if it's ever sent straight to a printer
              MOVE X"0C" TO RPT-REC
              WRITE RPT-REC
              PERFORM WRITE-REPORT-HEADER
           END-IF
           EXIT.

       WRITE-REPORT-FOOTER.
           *> delimited exports get the single TOTAL row only -
           *> the ruled fixed-format footer below would corrupt
           *> the GL/spreadsheet import
           IF WS-OUTPUT-MODE = 'D'
              MOVE WS-TOTAL-PAY TO WS-TOTAL-STR
                 MOVE WS-GROSS-PAY TO YTD-PRV-GROSS
                 MOVE WS-RUN-ID TO YTD-LAST-RUN-ID
                 MOVE SPACES TO YTD-LAST-ADJ-RUN-ID
                 MOVE WS-EMP-PRETAX TO YTD-PRETAX
                 WRITE YTD-REC
              NOT INVALID KEY
                 *> a checkpoint-resumed REPORT-PASS can reprocess an
                    ADD WS-GROSS-PAY TO YTD-PAY
                    ADD WS-TAX-AMT TO YTD-TAX
                    ADD WS-DEDUCTIONS TO YTD-DEDUCTIONS
                    ADD WS-EMP-PRETAX TO YTD-PRETAX
                    *> this period's figures become next period's
                    *> audit baseline
                    MOVE WS-EMP-HOURS TO YTD-PRV-HOURS
           END-IF
           EXIT.

       SET-ACCRUE-HOURS.
           *> accrual base: the hours actually worked for hourly
           *> staff, the frequency's standard period hours for
           *> salaried (whose recorded hours are informational) -
           *> though a salaried final pay accrues on the final
           *> hours it was prorated on
           IF WS-EMP-PAY-TYPE = 'S'
              MOVE WS-EFF-OT-THRESHOLD TO WS-ACCRUE-HOURS
              IF WS-IS-FINAL = 'Y'
                    AND WS-EMP-HOURS < WS-EFF-OT-THRESHOLD
                 MOVE WS-EMP-HOURS TO WS-ACCRUE-HOURS
              END-IF
           ELSE
              MOVE WS-EMP-HOURS TO WS-ACCRUE-HOURS
           END-IF
           EXIT.

       COMPUTE-VACATION-PAYOUT.
           *> the hours paid out are the balance as this run leaves
           *> it - less the vacation taken, plus the accrual on the
           *> final hours - so nothing is stranded on the closed
           *> record. A resumed rerun reuses the hours the record
           *> says were paid out, since the balance is already gone
           PERFORM SET-ACCRUE-HOURS
           MOVE WS-EMP-ID TO LV-EMP-ID
           READ LEAVE-FILE
              KEY IS LV-EMP-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF LV-LAST-RUN-ID = WS-RUN-ID
                    MOVE LV-LAST-PAYOUT TO WS-PAYOUT-HOURS
                 ELSE
                    COMPUTE WS-PAYOUT-HOURS ROUNDED =
                       LV-VAC-BAL - WS-VAC-TAKEN
                       + WS-ACCRUE-HOURS * WS-VAC-ACCRUE-RATE
                       ON SIZE ERROR
                          MOVE 0 TO WS-PAYOUT-HOURS
                    END-COMPUTE
                 END-IF
           END-READ

           *> at the current rate - for salaried staff the hourly
           *> equivalent of the salary over the period's hours
           IF WS-PAYOUT-HOURS > 0
              IF WS-EMP-PAY-TYPE = 'S'
                 MOVE 0 TO WS-PAYOUT-RATE
                 IF WS-EFF-OT-THRESHOLD > 0
                    COMPUTE WS-PAYOUT-RATE ROUNDED =
                       WS-EMP-SALARY / WS-EFF-OT-THRESHOLD
                 END-IF
              ELSE
                 MOVE WS-RATE TO WS-PAYOUT-RATE
              END-IF
              COMPUTE WS-PAYOUT-PAY ROUNDED =
                 WS-PAYOUT-HOURS * WS-PAYOUT-RATE
                 ON SIZE ERROR
                    MOVE "Vacation payout exceeds capacity - skipped"
                       TO WS-ERROR-MSG
                    MOVE 'Y' TO WS-CALC-SKIP
              END-COMPUTE
              IF WS-CALC-SKIP = 'N'
                 COMPUTE WS-PAY = WS-PAY + WS-PAYOUT-PAY
                    ON SIZE ERROR
                       MOVE "Total pay exceeds capacity - skipped"
                          TO WS-ERROR-MSG
                       MOVE 'Y' TO WS-CALC-SKIP
                 END-COMPUTE
              END-IF
           END-IF
           EXIT.

       UPDATE-LEAVE-MASTER.
           PERFORM SET-ACCRUE-HOURS

           MOVE WS-EMP-ID TO LV-EMP-ID
           READ LEAVE-FILE
              KEY IS LV-EMP-ID
              INVALID KEY
                 *> first accrual for this employee - open the
                 *> record with the default carryover cap. A final
                 *> pay with no record has nothing to pay out or
                 *> close, and opens none
                 IF WS-IS-FINAL = 'N'
                    MOVE WS-EMP-ID TO LV-EMP-ID
                    MOVE 0 TO LV-VAC-BAL
                    MOVE 0 TO LV-SICK-BAL
                    MOVE WS-CARRY-CAP-DFLT TO LV-CARRY-CAP
                    COMPUTE LV-VAC-BAL ROUNDED =
                       WS-ACCRUE-HOURS * WS-VAC-ACCRUE-RATE
                    COMPUTE LV-SICK-BAL ROUNDED =
                       WS-ACCRUE-HOURS * WS-SICK-ACCRUE-RATE
                    MOVE WS-RUN-ID TO LV-LAST-RUN-ID
                    MOVE 0 TO LV-LAST-VAC-TAKEN
                    MOVE 0 TO LV-LAST-SICK-TAKEN
                    MOVE 'A' TO LV-STATUS
                    MOVE 0 TO LV-LAST-PAYOUT
                    WRITE LV-REC
                 END-IF
              NOT INVALID KEY
                 IF LV-LAST-RUN-ID NOT = WS-RUN-ID
                    COMPUTE LV-VAC-BAL ROUNDED =
                    MOVE WS-RUN-ID TO LV-LAST-RUN-ID
                    MOVE WS-VAC-TAKEN TO LV-LAST-VAC-TAKEN
                    MOVE WS-SICK-TAKEN TO LV-LAST-SICK-TAKEN
                    *> a rehire's record closed by an earlier final
                    *> pay reopens with the first regular posting;
                    *> a final pay empties and closes it - the
                    *> vacation left went out as the payout, the
                    *> sick balance is forfeited
                    MOVE 'A' TO LV-STATUS
                    MOVE 0 TO LV-LAST-PAYOUT
                    IF WS-IS-FINAL = 'Y'
                       MOVE 0 TO LV-VAC-BAL
                       MOVE 0 TO LV-SICK-BAL
                       MOVE 'C' TO LV-STATUS
                       MOVE WS-PAYOUT-HOURS TO LV-LAST-PAYOUT
                    END-IF
                    REWRITE LV-REC
                 END-IF
           END-READ
           END-EVALUATE
           EXIT.

       TAKE-PRETAX-BENEFITS.
           *> pre-tax elections come out of gross before
           *> withholding - together they may take no more than
           *> the gross less the flat benefits deduction and the
           *> withholding on the whole gross. Withholding never
           *> rises as taxable pay falls, so the tax actually
           *> figured on what they leave still fits, and they can
           *> never by themselves push net pay negative
           MOVE 0 TO WS-EMP-PRETAX
           MOVE 0 TO WS-EMP-POSTTAX
           MOVE 0 TO WS-EMP-MATCH
           MOVE 0 TO WS-STUB-BEN-COUNT
           MOVE 0 TO WS-BSTG-COUNT
           IF WS-BEN-ACTIVE = 'Y'
              MOVE WS-GROSS-PAY TO WS-TAXABLE-PAY
              MOVE 'Y' TO WS-TAX-PROBE
              PERFORM COMPUTE-WITHHOLDING
              MOVE 'N' TO WS-TAX-PROBE
              IF WS-GROSS-PAY > WS-BENEFITS-FLAT + WS-TAX-AMT
                 COMPUTE WS-BEN-AVAIL =
                    WS-GROSS-PAY - WS-BENEFITS-FLAT - WS-TAX-AMT
              ELSE
                 MOVE 0 TO WS-BEN-AVAIL
              END-IF
              MOVE 'P' TO WS-BEN-PASS
              PERFORM TAKE-BENEFIT-ELECTIONS
           END-IF
           COMPUTE WS-TAXABLE-PAY = WS-GROSS-PAY - WS-EMP-PRETAX
           EXIT.

       TAKE-AFTERTAX-BENEFITS.
           *> after-tax elections come out of the pay withholding
           *> left, before the recurring deductions draw on it -
           *> tested explicitly, because subtracting into the
           *> unsigned field would store the absolute value
           IF WS-BEN-ACTIVE = 'Y'
              IF WS-TAXABLE-PAY > WS-TAX-AMT + WS-BENEFITS-FLAT
                 COMPUTE WS-BEN-AVAIL =
                    WS-TAXABLE-PAY - WS-TAX-AMT - WS-BENEFITS-FLAT
              ELSE
                 MOVE 0 TO WS-BEN-AVAIL
              END-IF
              MOVE 'A' TO WS-BEN-PASS
              PERFORM TAKE-BENEFIT-ELECTIONS
           END-IF
           EXIT.

       TAKE-BENEFIT-ELECTIONS.
           *> walk this employee's elections in plan-code order,
           *> taking those whose plan has the treatment this pass
           *> is for (WS-BEN-PASS)
           MOVE 'N' TO WS-BEN-DONE
           MOVE WS-EMP-ID TO BEL-EMP-ID
           MOVE LOW-VALUES TO BEL-PLAN
           START BEN-ELECT-FILE KEY NOT < BEL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BEN-DONE
           END-START
           PERFORM UNTIL WS-BEN-DONE = 'Y'
              READ BEN-ELECT-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-BEN-DONE
                 NOT AT END
                    IF BEL-EMP-ID NOT = WS-EMP-ID
                       MOVE 'Y' TO WS-BEN-DONE
                    ELSE
                       PERFORM FIND-BENEFIT-PLAN
                       IF WS-BPLAN-PICK = 0
                          *> said once, on the pre-tax pass
                          IF WS-BEN-PASS = 'P'
                             MOVE SPACES TO WS-ERROR-MSG
                             STRING "Election for unknown plan "
                                       DELIMITED BY SIZE
                                    BEL-PLAN DELIMITED BY SIZE
                                    " - not taken" DELIMITED BY SIZE
                                INTO WS-ERROR-MSG
                             END-STRING
                             PERFORM LOG-ERROR
                          END-IF
                       ELSE
                          IF WS-BPLAN-TREAT(WS-BPLAN-PICK)
                                = WS-BEN-PASS
                             PERFORM TAKE-ONE-ELECTION
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       FIND-BENEFIT-PLAN.
           *> WS-BPLAN-PICK is the plan table entry for BEL-PLAN,
           *> or zero when the plan is not on the master
           MOVE 0 TO WS-BPLAN-PICK
           PERFORM VARYING WS-BPLAN-I FROM 1 BY 1
                 UNTIL WS-BPLAN-I > WS-BPLAN-COUNT
              IF WS-BPLAN-CODE(WS-BPLAN-I) = BEL-PLAN
                 MOVE WS-BPLAN-I TO WS-BPLAN-PICK
              END-IF
           END-PERFORM
           EXIT.

       TAKE-ONE-ELECTION.
           IF BEL-LAST-RUN-ID = WS-RUN-ID
              *> checkpoint-resumed rerun - this run already took
              *> this election, so reuse the recorded amounts
              *> instead of contributing twice; the remittance
              *> totals are rebuilt whole each run, so the reused
              *> amounts still land there
              MOVE BEL-LAST-EE TO WS-BEN-TAKE
              MOVE BEL-LAST-ER TO WS-BEN-MATCH
              MOVE BEL-YTD-EE TO WS-BEN-YTD
              MOVE 'N' TO WS-BEN-POST
           ELSE
              MOVE 0 TO WS-BEN-TAKE
              MOVE 0 TO WS-BEN-MATCH
              IF BEL-STATUS = 'A'
                    AND WS-BPLAN-STATUS(WS-BPLAN-PICK) = 'A'
                 PERFORM COMPUTE-ELECTION-AMOUNT
              END-IF
              COMPUTE WS-BEN-YTD = BEL-YTD-EE + WS-BEN-TAKE

              *> an election that took nothing is left untouched,
              *> except on a final pay, where it is closed
              MOVE 'N' TO WS-BEN-POST
              IF WS-BEN-TAKE > 0 OR WS-BEN-MATCH > 0
                    OR WS-IS-FINAL = 'Y'
                 MOVE 'Y' TO WS-BEN-POST
              END-IF
           END-IF

           *> nothing is posted yet - the employee may still be
           *> skipped when the net pay is figured
           IF WS-BEN-TAKE > 0 OR WS-BEN-MATCH > 0
                 OR WS-BEN-POST = 'Y'
              IF WS-BSTG-COUNT < 50
                 ADD 1 TO WS-BSTG-COUNT
                 MOVE WS-BPLAN-PICK TO WS-BSTG-PICK(WS-BSTG-COUNT)
                 MOVE BEL-PLAN TO WS-BSTG-PLAN(WS-BSTG-COUNT)
                 MOVE WS-BEN-TAKE TO WS-BSTG-EE(WS-BSTG-COUNT)
                 MOVE WS-BEN-MATCH TO WS-BSTG-ER(WS-BSTG-COUNT)
                 MOVE WS-BEN-POST TO WS-BSTG-POST(WS-BSTG-COUNT)
              END-IF
           END-IF

           IF WS-BEN-TAKE > 0 OR WS-BEN-MATCH > 0
              IF WS-BEN-AVAIL > WS-BEN-TAKE
                 SUBTRACT WS-BEN-TAKE FROM WS-BEN-AVAIL
              ELSE
                 MOVE 0 TO WS-BEN-AVAIL
              END-IF
              IF WS-BEN-PASS = 'P'
                 ADD WS-BEN-TAKE TO WS-EMP-PRETAX
              ELSE
                 ADD WS-BEN-TAKE TO WS-EMP-POSTTAX
              END-IF
              ADD WS-BEN-MATCH TO WS-EMP-MATCH
              PERFORM NOTE-STUB-BENEFIT
           END-IF
           EXIT.

       COMPUTE-ELECTION-AMOUNT.
           *> what the election wants this period: the flat amount,
           *> or its percent of gross
           IF WS-BPLAN-METHOD(WS-BPLAN-PICK) = 'P'
              COMPUTE WS-BEN-WANTED ROUNDED =
                 WS-GROSS-PAY * BEL-PCT / 100
                 ON SIZE ERROR
                    MOVE 0 TO WS-BEN-WANTED
              END-COMPUTE
           ELSE
              MOVE BEL-AMT TO WS-BEN-WANTED
           END-IF

           *> capped by what is left of the plan's annual limit -
           *> a contribution already at the limit takes nothing
           IF WS-BPLAN-LIMIT(WS-BPLAN-PICK) > 0
              IF BEL-YTD-EE < WS-BPLAN-LIMIT(WS-BPLAN-PICK)
                 COMPUTE WS-BEN-ROOM =
                    WS-BPLAN-LIMIT(WS-BPLAN-PICK) - BEL-YTD-EE
              ELSE
                 MOVE 0 TO WS-BEN-ROOM
              END-IF
              IF WS-BEN-WANTED > WS-BEN-ROOM
                 MOVE WS-BEN-ROOM TO WS-BEN-WANTED
              END-IF
           END-IF

           *> and by the pay available, and by the master's
           *> last-contribution field
           IF WS-BEN-WANTED > WS-BEN-AVAIL
              MOVE WS-BEN-AVAIL TO WS-BEN-WANTED
           END-IF
           IF WS-BEN-WANTED > 9999.99
              MOVE 9999.99 TO WS-BEN-WANTED
           END-IF
           MOVE WS-BEN-WANTED TO WS-BEN-TAKE

           *> employer match: the plan's percent of what the
           *> employee put in, no more than its cap percent of the
           *> period's gross when a cap is set
           MOVE 0 TO WS-BEN-MATCH
           IF WS-BPLAN-MATCH(WS-BPLAN-PICK) > 0 AND WS-BEN-TAKE > 0
              COMPUTE WS-BEN-WANTED ROUNDED =
                 WS-BEN-TAKE * WS-BPLAN-MATCH(WS-BPLAN-PICK) / 100
                 ON SIZE ERROR
                    MOVE 0 TO WS-BEN-WANTED
              END-COMPUTE
              IF WS-BPLAN-CAP(WS-BPLAN-PICK) > 0
                 COMPUTE WS-BEN-MATCH-CAP ROUNDED =
                    WS-GROSS-PAY * WS-BPLAN-CAP(WS-BPLAN-PICK) / 100
                    ON SIZE ERROR
                       MOVE 0 TO WS-BEN-MATCH-CAP
                 END-COMPUTE
                 IF WS-BEN-WANTED > WS-BEN-MATCH-CAP
                    MOVE WS-BEN-MATCH-CAP TO WS-BEN-WANTED
                 END-IF
              END-IF
              IF WS-BEN-WANTED > 9999.99
                 MOVE 9999.99 TO WS-BEN-WANTED
              END-IF
              MOVE WS-BEN-WANTED TO WS-BEN-MATCH
           END-IF
           EXIT.

       POST-BENEFIT-ELECTIONS.
           *> the employee is being paid - post each staged take to
           *> its election master record and fold it into the
           *> plan's remittance totals
           PERFORM VARYING WS-BSTG-I FROM 1 BY 1
                 UNTIL WS-BSTG-I > WS-BSTG-COUNT
              MOVE WS-BSTG-PICK(WS-BSTG-I) TO WS-BPLAN-PICK
              MOVE WS-BSTG-EE(WS-BSTG-I) TO WS-BEN-TAKE
              MOVE WS-BSTG-ER(WS-BSTG-I) TO WS-BEN-MATCH
              IF WS-BSTG-POST(WS-BSTG-I) = 'Y'
                 PERFORM POST-ONE-ELECTION
              END-IF
              IF WS-BEN-TAKE > 0 OR WS-BEN-MATCH > 0
                 PERFORM NOTE-BENEFIT-REMITTANCE
              END-IF
           END-PERFORM
           EXIT.

       POST-ONE-ELECTION.
           *> year-to-date and the rerun stamp; a final pay closes
           *> the election after this last contribution, its
           *> year-to-date figures staying for YEAREND
           MOVE WS-EMP-ID TO BEL-EMP-ID
           MOVE WS-BSTG-PLAN(WS-BSTG-I) TO BEL-PLAN
           READ BEN-ELECT-FILE
              KEY IS BEL-KEY
              INVALID KEY
                 MOVE SPACES TO WS-ERROR-MSG
                 STRING "Election " DELIMITED BY SIZE
                        BEL-PLAN DELIMITED BY SIZE
                        " gone from master - not posted"
                           DELIMITED BY SIZE
                    INTO WS-ERROR-MSG
                 END-STRING
                 PERFORM LOG-ERROR
              NOT INVALID KEY
                 ADD WS-BEN-TAKE TO BEL-YTD-EE
                 ADD WS-BEN-MATCH TO BEL-YTD-ER
                 MOVE WS-RUN-ID TO BEL-LAST-RUN-ID
                 MOVE WS-BEN-TAKE TO BEL-LAST-EE
                 MOVE WS-BEN-MATCH TO BEL-LAST-ER
                 IF WS-IS-FINAL = 'Y'
                    MOVE 0 TO BEL-AMT
                    MOVE 0 TO BEL-PCT
                    MOVE 'C' TO BEL-STATUS
                 END-IF
                 REWRITE BEL-REC
                    INVALID KEY
                       MOVE SPACES TO WS-ERROR-MSG
                       STRING "Election " DELIMITED BY SIZE
                              BEL-PLAN DELIMITED BY SIZE
                              " rewrite failed - not posted"
                                 DELIMITED BY SIZE
                          INTO WS-ERROR-MSG
                       END-STRING
                       PERFORM LOG-ERROR
                 END-REWRITE
           END-READ
           EXIT.

       NOTE-BENEFIT-REMITTANCE.
           *> fold this contribution into the plan's remittance
           *> totals for the run - employee and employer shares
           *> kept apart, since the carrier credits them apart
           ADD 1 TO WS-BPLAN-CNT(WS-BPLAN-PICK)
           ADD WS-BEN-TAKE TO WS-BPLAN-EE-AMT(WS-BPLAN-PICK)
           ADD WS-BEN-MATCH TO WS-BPLAN-ER-AMT(WS-BPLAN-PICK)
           EXIT.

       NOTE-STUB-BENEFIT.
           *> record this contribution (plan, treatment, amount,
           *> year-to-date) for the employee's pay stub - the
           *> table overflowing only drops stub detail lines
           IF WS-STUB-BEN-COUNT < 20
              ADD 1 TO WS-STUB-BEN-COUNT
              MOVE BEL-PLAN TO WS-STUB-BEN-CODE(WS-STUB-BEN-COUNT)
              MOVE WS-BEN-PASS
                 TO WS-STUB-BEN-TREAT(WS-STUB-BEN-COUNT)
              MOVE WS-BEN-TAKE TO WS-STUB-BEN-AMT(WS-STUB-BEN-COUNT)
              MOVE WS-BEN-YTD TO WS-STUB-BEN-YTD(WS-STUB-BEN-COUNT)
           END-IF
           EXIT.

       DRAW-RECURRING-DEDUCTIONS.
           *> collect this employee's recurring deductions from the
           *> master in class/priority order: support orders first,
           *> amount against its balance, takes a final partial
           *> when the balance is smaller, and stops at zero.
           *> a draw is also capped at the pay left after tax and
           *> benefits (plan contributions included), so
           *> collecting can never push net pay negative and get
           *> the whole employee skipped; orders additionally
           *> respect their protected-net floor, with the
           *> uncollected portion carried as arrears
           MOVE 0 TO WS-EMP-DEDCODE-AMT
           MOVE 0 TO WS-STUB-DED-COUNT
           MOVE 0 TO WS-EDED-COUNT
           COMPUTE WS-DED-AVAIL =
              WS-GROSS-PAY - WS-TAX-AMT - WS-BENEFITS-FLAT
                 - WS-EMP-PRETAX - WS-EMP-POSTTAX
              ON SIZE ERROR
                 MOVE 0 TO WS-DED-AVAIL
           END-COMPUTE
              ON SIZE ERROR
                 MOVE 0 TO WS-DED-DISPOSABLE
           END-COMPUTE
           *> a final pay recovers whole voluntary balances, but all
           *> of them together may take no more than the recovery
           *> limit's share of disposable pay
           MOVE 0 TO WS-RECOVER-ROOM
           IF WS-IS-FINAL = 'Y'
              COMPUTE WS-RECOVER-ROOM ROUNDED =
                 WS-DED-DISPOSABLE * WS-FINAL-RECOVER-PCT / 100
                 ON SIZE ERROR
                    MOVE 0 TO WS-RECOVER-ROOM
              END-COMPUTE
           END-IF

           PERFORM LOAD-EMP-DEDUCTIONS

                          MOVE 0 TO WS-DED-AVAIL
                    END-SUBTRACT
                    MOVE DED-LAST-DRAW TO WS-DED-DRAW
                    IF WS-IS-FINAL = 'Y'
                          AND DED-CLASS NOT = 'S'
                          AND DED-CLASS NOT = 'G'
                       SUBTRACT DED-LAST-DRAW FROM WS-RECOVER-ROOM
                          ON SIZE ERROR
                             MOVE 0 TO WS-RECOVER-ROOM
                       END-SUBTRACT
                    END-IF
                    IF WS-DED-DRAW > 0
                       PERFORM NOTE-STUB-DEDUCTION
                       IF DED-CLASS = 'S' OR DED-CLASS = 'G'
           END-IF

           *> a voluntary deduction at zero balance is finished -
           *> an order's zero balance means no total cap instead.
           *> a final pay still takes it through, to close it
           IF WS-DED-IS-ORDER = 'N' AND DED-BALANCE = 0
                 AND WS-IS-FINAL = 'N'
              CONTINUE
           ELSE
              PERFORM COMPUTE-AND-TAKE-DRAW
           IF WS-DED-IS-ORDER = 'Y'
              ADD DED-ARREARS TO WS-DED-WANTED
           END-IF
           *> a final pay wants the whole voluntary balance back
           IF WS-IS-FINAL = 'Y' AND WS-DED-IS-ORDER = 'N'
              MOVE DED-BALANCE TO WS-DED-WANTED
           END-IF

           *> cap by the outstanding balance when one is set (the
           *> final partial installment / the judgment total)
                 MOVE WS-DED-SHORT TO WS-DED-ROOM
              END-IF
           END-IF
           IF WS-IS-FINAL = 'Y' AND WS-DED-IS-ORDER = 'N'
              IF WS-DED-ROOM > WS-RECOVER-ROOM
                 MOVE WS-RECOVER-ROOM TO WS-DED-ROOM
              END-IF
           END-IF
           *> a single draw is bounded by the master's last-draw
           *> field - anything beyond waits as arrears
           IF WS-DED-ROOM > 9999.99
              SUBTRACT WS-DED-DRAW FROM DED-BALANCE
           END-IF

           *> a final pay closes the deduction: nothing draws on it
           *> again, and a voluntary balance the recovery could not
           *> cover stays on the record as the amount still owed
           IF WS-IS-FINAL = 'Y'
              MOVE 0 TO DED-PERIOD-AMT
              MOVE 0 TO DED-PCT
              IF WS-DED-IS-ORDER = 'N'
                 SUBTRACT WS-DED-DRAW FROM WS-RECOVER-ROOM
                    ON SIZE ERROR
                       MOVE 0 TO WS-RECOVER-ROOM
                 END-SUBTRACT
                 IF DED-BALANCE > 0
                    ADD DED-BALANCE TO WS-UNRECOVERED-TOTAL
                    MOVE DED-BALANCE TO WS-UNRECOVERED-STR
                    MOVE SPACES TO WS-ERROR-MSG
                    STRING "Deduction " DELIMITED BY SIZE
                           DED-CODE DELIMITED BY SIZE
                           " not recovered on final pay - owes "
                              DELIMITED BY SIZE
                           WS-UNRECOVERED-STR DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                    END-STRING
                    PERFORM LOG-ERROR
                 END-IF
              END-IF
           END-IF

           *> orders are stamped even on a zero draw, so a resumed
           *> rerun reuses the arrears posting instead of adding
           *> the shortfall twice; a voluntary deduction that drew
           *> nothing is untouched, as before - except on a final
           *> pay, where every record is closed and stamped
           IF WS-DED-DRAW > 0 OR WS-DED-IS-ORDER = 'Y'
                 OR WS-IS-FINAL = 'Y'
              MOVE WS-RUN-ID TO DED-LAST-RUN-ID
              MOVE WS-DED-DRAW TO DED-LAST-DRAW
              REWRITE DED-REC
           EXIT.

       WRITE-ACH-HEADER.
           *> a file the bank cannot route is still written, so
           *> the run completes, but it must not be sent as is
           IF WS-ACH-DEST-ROUT = SPACES OR WS-ACH-ORIG-ROUT = SPACES
                 OR WS-ACH-CO-ID = SPACES
              MOVE SPACES TO WS-ERROR-MSG
              STRING "Deposit file origin not configured - set "
                        DELIMITED BY SIZE
                     "the PAYROLL_ACH_ settings" DELIMITED BY SIZE
                 INTO WS-ERROR-MSG
              END-STRING
              PERFORM LOG-ERROR
              DISPLAY "WARNING: " WS-ERROR-MSG
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           *> effective entry date - the configured payday when it
           *> is a usable date, otherwise the day after the run
           MOVE 0 TO WS-ACH-EFF-YYYYMMDD
           IF WS-ACH-EFF-TEXT(1:4) IS NUMERIC
                 AND WS-ACH-EFF-TEXT(6:2) IS NUMERIC
                 AND WS-ACH-EFF-TEXT(9:2) IS NUMERIC
              COMPUTE WS-ACH-EFF-YYYYMMDD =
                 FUNCTION NUMVAL(WS-ACH-EFF-TEXT(1:4)) * 10000
                 + FUNCTION NUMVAL(WS-ACH-EFF-TEXT(6:2)) * 100
                 + FUNCTION NUMVAL(WS-ACH-EFF-TEXT(9:2))
           END-IF
           IF WS-ACH-EFF-YYYYMMDD = 0
              COMPUTE WS-ACH-EFF-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) + 1
              COMPUTE WS-ACH-EFF-YYYYMMDD =
                 FUNCTION DATE-OF-INTEGER(WS-ACH-EFF-INT)
           END-IF

           *> file header: priority 01, immediate destination and
           *> origin, creation date/time, 94-byte records blocked
           *> by ten
           ACCEPT WS-ACH-TIME FROM TIME
           MOVE SPACES TO ACH-REC
           MOVE '1' TO ACH-REC(1:1)
           MOVE "01" TO ACH-REC(2:2)
           MOVE WS-ACH-DEST-ROUT TO ACH-REC(5:9)
           MOVE WS-ACH-ORIG-ROUT TO ACH-REC(15:9)
           MOVE WS-DATE-YYYYMMDD(3:6) TO ACH-REC(24:6)
           MOVE WS-ACH-TIME(1:4) TO ACH-REC(30:4)
           MOVE 'A' TO ACH-REC(34:1)
           MOVE "094" TO ACH-REC(35:3)
           MOVE "10" TO ACH-REC(38:2)
           MOVE '1' TO ACH-REC(40:1)
           MOVE WS-ACH-DEST-NAME TO ACH-REC(41:23)
           MOVE WS-ACH-CO-NAME TO ACH-REC(64:16)
           WRITE ACH-REC
           ADD 1 TO WS-ACH-REC-COUNT

           *> batch header: credits-only service class 220, PPD,
           *> with the run-id in the company discretionary data so
           *> PAYRECON and BANKRET can tie the file to its run
           MOVE SPACES TO ACH-REC
           MOVE '5' TO ACH-REC(1:1)
           MOVE "220" TO ACH-REC(2:3)
           MOVE WS-ACH-CO-NAME TO ACH-REC(5:16)
           MOVE WS-RUN-ID TO ACH-REC(21:14)
           MOVE WS-ACH-CO-ID TO ACH-REC(41:10)
           MOVE "PPD" TO ACH-REC(51:3)
           MOVE WS-ACH-ENTRY-DESC TO ACH-REC(54:10)
           MOVE WS-DATE-YYYYMMDD(3:6) TO ACH-REC(64:6)
           MOVE WS-ACH-EFF-YYYYMMDD(3:6) TO ACH-REC(70:6)
           MOVE '1' TO ACH-REC(79:1)
           MOVE WS-ACH-ORIG-ROUT(1:8) TO ACH-REC(80:8)
           MOVE "0000001" TO ACH-REC(88:7)
           WRITE ACH-REC
           ADD 1 TO WS-ACH-REC-COUNT

           *> the check-issue file opens with the same run stamp
           MOVE SPACES TO CHK-REC
           MOVE '1' TO CHK-REC(1:1)
           MOVE WS-RUN-ID TO CHK-REC(2:14)
           MOVE WS-DATE-FORMAT TO CHK-REC(16:10)
           MOVE "PAYROLL CHECK ISSUE" TO CHK-REC(27:19)
           WRITE CHK-REC
           EXIT.

       WRITE-ACH-DETAIL.
           *> one credit entry per paid employee, laid out by
           *> WRITE-ACH-ENTRY. An employee with no banking record is
           *> logged and left out - they are paid by check and the
           *> trailer-vs-register net check at end of run flags the
           *> difference
           MOVE WS-EMP-ID TO BANK-EMP-ID
           READ EMP-BANK-FILE
              KEY IS BANK-EMP-ID
                    INTO WS-ERROR-MSG
                 END-STRING
                 PERFORM LOG-ERROR
                 MOVE 'N' TO WS-CHK-REASON
                 PERFORM WRITE-CHK-DETAIL
              NOT INVALID KEY
                 IF BANK-STATUS = 'R'
                    *> a prior deposit to this account bounced and
                       INTO WS-ERROR-MSG
                    END-STRING
                    PERFORM LOG-ERROR
                    MOVE 'R' TO WS-CHK-REASON
                    PERFORM WRITE-CHK-DETAIL
                 ELSE
                    IF BANK-STATUS = 'C'
                       *> closed by an earlier final pay - a rehire
                       *> stays on paper until BANKMNT reopens the
                       *> account into prenote
                       ADD 1 TO WS-ACH-MISSING
                       MOVE SPACES TO WS-ERROR-MSG
                       STRING "Employee " DELIMITED BY SIZE
                              WS-EMP-ID DELIMITED BY SIZE
                              " banking closed at final pay - "
                                 DELIMITED BY SIZE
                              "pay by check" DELIMITED BY SIZE
                          INTO WS-ERROR-MSG
                       END-STRING
                       PERFORM LOG-ERROR
                       MOVE 'N' TO WS-CHK-REASON
                       PERFORM WRITE-CHK-DETAIL
                    ELSE
                       IF BANK-STATUS = 'P'
                          PERFORM HANDLE-PRENOTE-ACCOUNT
                       ELSE
                          PERFORM WRITE-ACH-LIVE-DETAIL
                       END-IF
                    END-IF
                 END-IF
           END-READ
           EXIT.

       PAY-FINAL-BY-CHECK.
           *> a final pay always goes out as a check handed over or
           *> mailed with the separation papers - never a deposit
           *> into an account the employee may be closing. The
           *> banking record is closed so no later run deposits to
           *> it by mistake
           MOVE WS-EMP-ID TO BANK-EMP-ID
           READ EMP-BANK-FILE
              KEY IS BANK-EMP-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF BANK-STATUS NOT = 'C'
                    MOVE 'C' TO BANK-STATUS
                    REWRITE BANK-REC
                 END-IF
           END-READ
           MOVE 'F' TO WS-CHK-REASON
           PERFORM WRITE-CHK-DETAIL
           ADD 1 TO WS-FINAL-COUNT
           ADD WS-PAYOUT-PAY TO WS-PAYOUT-TOTAL
           EXIT.

       HANDLE-PRENOTE-ACCOUNT.
           *> a new or changed account is prenoting: once the
           *> prenote has aged the configured days without the
              REWRITE BANK-REC
              PERFORM WRITE-ACH-LIVE-DETAIL
           ELSE
              *> zero-dollar prenote entry - the prenote
              *> transaction code for the account type, amount
              *> zero, so the bank verifies the account without
              *> money moving
              MOVE 0 TO WS-ACH-CENTS
              MOVE 'Y' TO WS-ACH-PRENOTE-SW
              PERFORM WRITE-ACH-ENTRY
              ADD 1 TO WS-ACH-PRENOTE

              MOVE SPACES TO WS-ERROR-MSG
                 INTO WS-ERROR-MSG
              END-STRING
              PERFORM LOG-ERROR
              MOVE 'P' TO WS-CHK-REASON
              PERFORM WRITE-CHK-DETAIL
           END-IF
           EXIT.

       WRITE-CHK-DETAIL.
           *> one check-path detail: record type '6', ID, name, the
           *> reason the employee is on paper, then net/gross/tax/
           *> deductions in zero-filled cents for the check stub
           MOVE SPACES TO CHK-REC
           MOVE '6' TO CHK-REC(1:1)
           MOVE WS-EMP-ID TO CHK-REC(2:4)
           MOVE WS-EMP-NAME-TEXT TO CHK-REC(6:20)
           MOVE WS-CHK-REASON TO CHK-REC(26:1)
           COMPUTE WS-CHK-CENTS = WS-NET-PAY * 100
           MOVE WS-CHK-CENTS TO CHK-REC(27:10)
           COMPUTE WS-CHK-CENTS = WS-GROSS-PAY * 100
           MOVE WS-CHK-CENTS TO CHK-REC(37:10)
           COMPUTE WS-CHK-CENTS = WS-TAX-AMT * 100
           MOVE WS-CHK-CENTS TO CHK-REC(47:10)
           COMPUTE WS-CHK-CENTS = WS-DEDUCTIONS * 100
           MOVE WS-CHK-CENTS TO CHK-REC(57:10)
           MOVE WS-DEPT TO CHK-REC(67:10)
           WRITE CHK-REC
           ADD 1 TO WS-CHK-COUNT
           ADD WS-NET-PAY TO WS-CHK-TOTAL
           EXIT.

       WRITE-ACH-LIVE-DETAIL.
           COMPUTE WS-ACH-CENTS = WS-NET-PAY * 100
           MOVE 'N' TO WS-ACH-PRENOTE-SW
           PERFORM WRITE-ACH-ENTRY
           ADD WS-NET-PAY TO WS-ACH-TOTAL
           EXIT.

       WRITE-ACH-ENTRY.
           *> one PPD entry detail for the banking record in hand:
           *> WS-ACH-CENTS and WS-ACH-PRENOTE-SW are set on entry.
           *> the trace number is the originating bank's ID and
           *> the entry's sequence, which runs on across deposit
           *> files - BANKRET finds the employee and run again from
           *> it when the bank returns the entry
           IF BANK-ACCT-TYPE = 'S'
              MOVE "32" TO WS-ACH-TRAN-CODE
           ELSE
              MOVE "22" TO WS-ACH-TRAN-CODE
           END-IF
           IF WS-ACH-PRENOTE-SW = 'Y'
              MOVE '3' TO WS-ACH-TRAN-CODE(2:1)
           END-IF
           ADD 1 TO WS-ACH-COUNT
           COMPUTE WS-ACH-TRACE-NEXT =
              WS-ACH-TRACE-BASE + WS-ACH-COUNT
           IF WS-ACH-TRACE-NEXT > 9999999
              SUBTRACT 9999999 FROM WS-ACH-TRACE-NEXT
           END-IF
           MOVE WS-ACH-TRACE-NEXT TO WS-ACH-TRACE-SEQ

           MOVE SPACES TO ACH-REC
           MOVE '6' TO ACH-REC(1:1)
           MOVE WS-ACH-TRAN-CODE TO ACH-REC(2:2)
           MOVE BANK-ROUTING TO ACH-REC(4:9)
           MOVE BANK-ACCOUNT TO ACH-REC(13:17)
           MOVE WS-ACH-CENTS TO ACH-REC(30:10)
           MOVE WS-EMP-ID TO ACH-REC(40:4)
           MOVE WS-EMP-NAME-TEXT TO ACH-REC(55:20)
           MOVE '0' TO ACH-REC(79:1)
           MOVE WS-ACH-ORIG-ROUT(1:8) TO ACH-REC(80:8)
           MOVE WS-ACH-TRACE-SEQ TO ACH-REC(88:7)
           WRITE ACH-REC
           ADD 1 TO WS-ACH-REC-COUNT

           *> BANKMNT only accepts check-digit-valid routing
           *> numbers, so the first eight are always digits
           IF BANK-ROUTING(1:8) IS NUMERIC
              MOVE BANK-ROUTING(1:8) TO WS-ACH-RDFI
              ADD WS-ACH-RDFI TO WS-ACH-HASH
           END-IF
           EXIT.

       WRITE-ACH-TRAILER.
           *> batch control: entry count, entry hash, no debits,
           *> total credits in zero-filled cents
           COMPUTE WS-ACH-TOTAL-CENTS = WS-ACH-TOTAL * 100
           MOVE WS-ACH-HASH TO WS-ACH-HASH-OUT
           MOVE SPACES TO ACH-REC
           MOVE '8' TO ACH-REC(1:1)
           MOVE "220" TO ACH-REC(2:3)
           MOVE WS-ACH-COUNT TO ACH-REC(5:6)
           MOVE WS-ACH-HASH-OUT TO ACH-REC(11:10)
           MOVE ZEROS TO ACH-REC(21:12)
           MOVE WS-ACH-TOTAL-CENTS TO ACH-REC(33:12)
           MOVE WS-ACH-CO-ID TO ACH-REC(45:10)
           MOVE WS-ACH-ORIG-ROUT(1:8) TO ACH-REC(80:8)
           MOVE "0000001" TO ACH-REC(88:7)
           WRITE ACH-REC
           ADD 1 TO WS-ACH-REC-COUNT

           *> file control: one batch, the block count including
           *> this record, and the batch totals again
           COMPUTE WS-ACH-BLOCKS = (WS-ACH-REC-COUNT + 1 + 9) / 10
           MOVE SPACES TO ACH-REC
           MOVE '9' TO ACH-REC(1:1)
           MOVE "000001" TO ACH-REC(2:6)
           MOVE WS-ACH-BLOCKS TO ACH-REC(8:6)
           MOVE WS-ACH-COUNT TO ACH-REC(16:6)
           MOVE ZEROS TO ACH-REC(14:2)
           MOVE WS-ACH-HASH-OUT TO ACH-REC(22:10)
           MOVE ZEROS TO ACH-REC(32:12)
           MOVE WS-ACH-TOTAL-CENTS TO ACH-REC(44:12)
           WRITE ACH-REC
           ADD 1 TO WS-ACH-REC-COUNT

           *> all-nines filler records out to the block boundary
           COMPUTE WS-ACH-FILL =
              WS-ACH-BLOCKS * 10 - WS-ACH-REC-COUNT
           MOVE ALL '9' TO ACH-REC
           PERFORM WS-ACH-FILL TIMES
              WRITE ACH-REC
           END-PERFORM

           *> check-issue trailer: count, check total, and the
           *> register-vs-deposit gap it has to cover - CHKWRT
           *> refuses to print a run where the two differ
           COMPUTE WS-CHK-GAP = WS-TOTAL-NET - WS-ACH-TOTAL
           COMPUTE WS-CHK-TOTAL-CENTS = WS-CHK-TOTAL * 100
           MOVE SPACES TO CHK-REC
           MOVE '8' TO CHK-REC(1:1)
           MOVE WS-CHK-COUNT TO CHK-REC(2:6)
           MOVE WS-CHK-TOTAL-CENTS TO CHK-REC(8:12)
           COMPUTE WS-CHK-TOTAL-CENTS = WS-CHK-GAP * 100
           MOVE WS-CHK-TOTAL-CENTS TO CHK-REC(20:12)
           WRITE CHK-REC

           *> the bank upload reconciles against the register - any
           *> gap means someone must be paid by check this period,
           *> so surface it as a warning rather than a clean finish.
           *> a final-pay run has no deposits by design
           IF WS-ACH-TOTAL NOT = WS-TOTAL-NET
                 AND WS-IS-FINAL = 'N'
              MOVE SPACES TO WS-ERROR-MSG
              STRING "Deposit file total does not match register "
                        DELIMITED BY SIZE
                    MOVE HIST-TAX        TO HIX-TAX
                    MOVE HIST-DEDUCTIONS TO HIX-DEDUCTIONS
                    MOVE HIST-NET        TO HIX-NET
                    MOVE HIST-PRETAX     TO HIX-PRETAX
                    MOVE HIST-ER-MATCH   TO HIX-ER-MATCH
                    WRITE HIX-REC
                       INVALID KEY
                          REWRITE HIX-REC
           WRITE RMT-REC
           EXIT.

       WRITE-BENEFIT-REMIT-FILE.
           *> header / one line per plan contributed to this run /
           *> trailer, laid out like the garnishment remittance
           *> file - each detail carries the plan's carrier, the
           *> number of contributions, and the employee and
           *> employer shares in zero-filled cents; the trailer's
           *> totals must equal the sums of the details
           MOVE SPACES TO BRM-REC
           MOVE '1' TO BRM-REC(1:1)
           MOVE WS-RUN-ID TO BRM-REC(2:14)
           MOVE WS-DATE-FORMAT TO BRM-REC(16:10)
           MOVE "BENEFIT REMITTANCE" TO BRM-REC(27:18)
           WRITE BRM-REC

           MOVE 0 TO WS-BRM-EE-TOTAL
           MOVE 0 TO WS-BRM-ER-TOTAL
           MOVE 0 TO WS-BRM-LINES
           PERFORM VARYING WS-BPLAN-I FROM 1 BY 1
                 UNTIL WS-BPLAN-I > WS-BPLAN-COUNT
              IF WS-BPLAN-CNT(WS-BPLAN-I) > 0
                 COMPUTE WS-BRM-EE-CENTS =
                    WS-BPLAN-EE-AMT(WS-BPLAN-I) * 100
                 COMPUTE WS-BRM-ER-CENTS =
                    WS-BPLAN-ER-AMT(WS-BPLAN-I) * 100
                 MOVE SPACES TO BRM-REC
                 MOVE '6' TO BRM-REC(1:1)
                 MOVE WS-BPLAN-CODE(WS-BPLAN-I) TO BRM-REC(2:4)
                 MOVE WS-BPLAN-CARRIER(WS-BPLAN-I) TO BRM-REC(7:20)
                 MOVE WS-BPLAN-CNT(WS-BPLAN-I) TO BRM-REC(28:5)
                 MOVE WS-BRM-EE-CENTS TO BRM-REC(34:12)
                 MOVE WS-BRM-ER-CENTS TO BRM-REC(47:12)
                 WRITE BRM-REC
                 ADD 1 TO WS-BRM-LINES
                 ADD WS-BPLAN-EE-AMT(WS-BPLAN-I) TO WS-BRM-EE-TOTAL
                 ADD WS-BPLAN-ER-AMT(WS-BPLAN-I) TO WS-BRM-ER-TOTAL
              END-IF
           END-PERFORM

           COMPUTE WS-BRM-EE-TOT-CENTS = WS-BRM-EE-TOTAL * 100
           COMPUTE WS-BRM-ER-TOT-CENTS = WS-BRM-ER-TOTAL * 100
           MOVE SPACES TO BRM-REC
           MOVE '8' TO BRM-REC(1:1)
           MOVE WS-BRM-LINES TO BRM-REC(2:2)
           MOVE WS-BRM-EE-TOT-CENTS TO BRM-REC(5:14)
           MOVE WS-BRM-ER-TOT-CENTS TO BRM-REC(20:14)
           WRITE BRM-REC
           EXIT.

       WRITE-PAY-HISTORY.
           *> one permanent detail line per employee per run - this
           *> is the record a prior-period check dispute is answered
           MOVE WS-TAX-AMT         TO HIST-TAX
           MOVE WS-DEDUCTIONS      TO HIST-DEDUCTIONS
           MOVE WS-NET-PAY         TO HIST-NET
           MOVE WS-EMP-PRETAX      TO HIST-PRETAX
           MOVE WS-EMP-MATCH       TO HIST-ER-MATCH
           WRITE HIST-REC

           *> keyed mirror of the same detail - a record already
           MOVE WS-TAX-AMT         TO HIX-TAX
           MOVE WS-DEDUCTIONS      TO HIX-DEDUCTIONS
           MOVE WS-NET-PAY         TO HIX-NET
           MOVE WS-EMP-PRETAX      TO HIX-PRETAX
           MOVE WS-EMP-MATCH       TO HIX-ER-MATCH
           WRITE HIX-REC
              INVALID KEY
                 REWRITE HIX-REC
           *> reprocess a period label that already has a
           *> completed normal run on the log - the exact
           *> two-operators-same-morning accident. Corrections and
           *> restarts are supplemental by definition, a final-pay
           *> run is off-cycle, and with no calendar there is no
           *> label to guard on
           MOVE 'N' TO WS-DUP-PERIOD
           IF WS-IS-CORRECTION = 'Y' OR WS-IS-RESTART = 'Y'
                 OR WS-IS-FINAL = 'Y'
              CONTINUE
           ELSE
           IF WS-CAL-W-LABEL = SPACES
              INVALID KEY
                 MOVE WS-RUN-ID TO RC-RUN-ID
                 MOVE WS-DATE-FORMAT TO RC-DATE
                 MOVE 'N' TO RC-MODE
                 IF WS-IS-CORRECTION = 'Y'
                    MOVE 'C' TO RC-MODE
                 END-IF
                 IF WS-IS-FINAL = 'Y'
                    MOVE 'F' TO RC-MODE
                 END-IF
                 MOVE WS-IS-RESTART TO RC-RESTART
                 MOVE 'N' TO RC-ADJUST
                 MOVE 0 TO RC-REC-COUNT
                 MOVE 0 TO RC-GROSS
                 MOVE 0 TO RC-NET
                 MOVE WS-ACH-TRACE-BASE TO RC-ACH-LAST-TRACE
                 WRITE RC-REC
              NOT INVALID KEY
                 MOVE 'Y' TO RC-RESTART
           END-READ
           EXIT.

       FIND-LAST-ACH-TRACE.
           *> the deposit file's trace sequence starts after the
           *> last one any other run used - the run-ids are the
           *> run timestamps, so the last in key order is the most
           *> recent run; a restart skips its own record and so
           *> numbers its entries exactly as the first attempt did
           MOVE 0 TO WS-ACH-TRACE-BASE
           MOVE "NO" TO WS-RUNCTL-EOF
           MOVE SPACES TO RC-RUN-ID
           START RUN-CTL-FILE KEY NOT < RC-RUN-ID
              INVALID KEY
                 MOVE "YES" TO WS-RUNCTL-EOF
           END-START
           PERFORM UNTIL WS-RUNCTL-EOF = "YES"
              READ RUN-CTL-FILE NEXT RECORD
                 AT END
                    MOVE "YES" TO WS-RUNCTL-EOF
                 NOT AT END
                    IF RC-RUN-ID NOT = WS-RUN-ID
                          AND RC-ACH-LAST-TRACE IS NUMERIC
                          AND RC-ACH-LAST-TRACE > 0
                       MOVE RC-ACH-LAST-TRACE TO WS-ACH-TRACE-BASE
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       CLOSE-RUN-CONTROL.
           MOVE WS-RUN-ID TO RC-RUN-ID
           READ RUN-CTL-FILE
                 MOVE WS-REC-COUNT TO RC-REC-COUNT
                 MOVE WS-TOTAL-GROSS TO RC-GROSS
                 MOVE WS-TOTAL-NET TO RC-NET
                 IF WS-ACH-COUNT > 0
                    MOVE WS-ACH-TRACE-SEQ TO RC-ACH-LAST-TRACE
                 ELSE
                    MOVE WS-ACH-TRACE-BASE TO RC-ACH-LAST-TRACE
                 END-IF
                 REWRITE RC-REC
           END-READ
           EXIT.
                 TO WS-PRENOTE-DAYS
           END-IF

           *> NACHA origin identity, as assigned by the bank
           ACCEPT WS-ACH-DEST-ROUT
              FROM ENVIRONMENT "PAYROLL_ACH_DEST_ROUTING"
           ACCEPT WS-ACH-DEST-NAME
              FROM ENVIRONMENT "PAYROLL_ACH_DEST_NAME"
           ACCEPT WS-ACH-ORIG-ROUT
              FROM ENVIRONMENT "PAYROLL_ACH_ORIGIN_ROUTING"
           ACCEPT WS-ACH-CO-ID
              FROM ENVIRONMENT "PAYROLL_ACH_COMPANY_ID"
           ACCEPT WS-ACH-CO-NAME
              FROM ENVIRONMENT "PAYROLL_ACH_COMPANY_NAME"
           ACCEPT WS-ACH-EFF-TEXT
              FROM ENVIRONMENT "PAYROLL_ACH_EFFECTIVE_DATE"

           *> graduated-withholding knobs: the per-allowance
           *> annual amount, and a table file override so a new
           *> year's rates can be staged and cut over deliberately
           IF WS-FILE-NAME-TEXT NOT = SPACES
              MOVE WS-FILE-NAME-TEXT TO WS-TAXTABLE-FILE
           END-IF
           *> employer tax rates and wage bases change every year
           *> too, so the table can be staged the same way
           ACCEPT WS-FILE-NAME-TEXT
              FROM ENVIRONMENT "PAYROLL_ERTAX_FILE"
           IF WS-FILE-NAME-TEXT NOT = SPACES
              MOVE WS-FILE-NAME-TEXT TO WS-ERTAX-FILE
           END-IF

           *> the cost-center master and TIMECLK's labor hours
           ACCEPT WS-FILE-NAME-TEXT
              FROM ENVIRONMENT "PAYROLL_COSTCTR_FILE"
           IF WS-FILE-NAME-TEXT NOT = SPACES
              MOVE WS-FILE-NAME-TEXT TO WS-COSTCTR-FILE
           END-IF
           ACCEPT WS-FILE-NAME-TEXT
              FROM ENVIRONMENT "PAYROLL_LABORHRS_FILE"
           IF WS-FILE-NAME-TEXT NOT = SPACES
              MOVE WS-FILE-NAME-TEXT TO WS-LABORHRS-FILE
           END-IF

           *> leave accrual rates (hours per hour worked) and the
           *> carryover cap stamped on leave records PAYROLL
              MOVE "gljournal_corr.dat" TO WS-GLJRNL-FILE
              MOVE "paystubs_corr.txt" TO WS-STUB-FILE
              MOVE "garnrmt_corr.dat" TO WS-REMIT-FILE
              MOVE "chkpay_corr.dat" TO WS-CHK-FILE
              MOVE "erliab_corr.txt" TO WS-ERLIAB-FILE
              MOVE "labordist_corr.csv" TO WS-LABDIST-FILE
              MOVE "benrmt_corr.dat" TO WS-BENRMT-FILE
              *> the adjustment input switches names too - the main
              *> run's adjust.csv has already been applied and
              *> stamped under that run's id, so picking it up
              *> mark it DONE
              MOVE "payroll_corr.ckpt" TO WS-CHECKPOINT-FILE
           END-IF
           *> final-pay run mode - its outputs take _final names for
           *> the same reason, so an off-cycle run between regular
           *> runs never overwrites an upload still waiting to go
           IF WS-RUN-MODE-TEXT = "FINAL"
              MOVE 'Y' TO WS-IS-FINAL
              MOVE "recycle_final.csv" TO WS-RECYCLE-FILE
              MOVE "achpay_final.dat" TO WS-ACH-FILE
              MOVE "gljournal_final.dat" TO WS-GLJRNL-FILE
              MOVE "paystubs_final.txt" TO WS-STUB-FILE
              MOVE "garnrmt_final.dat" TO WS-REMIT-FILE
              MOVE "chkpay_final.dat" TO WS-CHK-FILE
              MOVE "erliab_final.txt" TO WS-ERLIAB-FILE
              MOVE "labordist_final.csv" TO WS-LABDIST-FILE
              MOVE "benrmt_final.dat" TO WS-BENRMT-FILE
              MOVE "adjust_final.csv" TO WS-ADJUST-FILE
              MOVE "payroll_final.ckpt" TO WS-CHECKPOINT-FILE
              *> a last partial period always swings against the
              *> prior one - the exceptions are still listed for
              *> the record, but HR has already reviewed every
              *> separation, so they do not stop the run
              MOVE 'Y' TO WS-AUDIT-APPROVED
              ACCEPT WS-FINAL-PCT-TEXT
                 FROM ENVIRONMENT "PAYROLL_FINAL_RECOVER_PCT"
              IF WS-FINAL-PCT-TEXT NOT = SPACES
                 MOVE FUNCTION NUMVAL(WS-FINAL-PCT-TEXT)
                    TO WS-FINAL-RECOVER-PCT
              END-IF
           END-IF
           ACCEPT WS-FILE-NAME-TEXT
              FROM ENVIRONMENT "PAYROLL_RECYCLE_FILE"
           IF WS-FILE-NAME-TEXT NOT = SPACES
           IF WS-FILE-NAME-TEXT NOT = SPACES
              MOVE WS-FILE-NAME-TEXT TO WS-REMIT-FILE
           END-IF
           ACCEPT WS-FILE-NAME-TEXT
              FROM ENVIRONMENT "PAYROLL_CHK_FILE"
           IF WS-FILE-NAME-TEXT NOT = SPACES
              MOVE WS-FILE-NAME-TEXT TO WS-CHK-FILE
           END-IF
           ACCEPT WS-FILE-NAME-TEXT
              FROM ENVIRONMENT "PAYROLL_ERLIAB_FILE"
           IF WS-FILE-NAME-TEXT NOT = SPACES
              MOVE WS-FILE-NAME-TEXT TO WS-ERLIAB-FILE
           END-IF
           ACCEPT WS-FILE-NAME-TEXT
              FROM ENVIRONMENT "PAYROLL_LABDIST_FILE"
           IF WS-FILE-NAME-TEXT NOT = SPACES
              MOVE WS-FILE-NAME-TEXT TO WS-LABDIST-FILE
           END-IF
           ACCEPT WS-FILE-NAME-TEXT
              FROM ENVIRONMENT "PAYROLL_BENRMT_FILE"
           IF WS-FILE-NAME-TEXT NOT = SPACES
              MOVE WS-FILE-NAME-TEXT TO WS-BENRMT-FILE
           END-IF
           ACCEPT WS-FILE-NAME-TEXT
              FROM ENVIRONMENT "PAYROLL_STUB_FILE"
           IF WS-FILE-NAME-TEXT NOT = SPACES
