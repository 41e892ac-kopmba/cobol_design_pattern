           WS-ENROLL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.
      *> the withholding tables - federal and state brackets by
      *> filing status and pay frequency, the per-allowance amounts
      *> and the social-insurance rates. Overridable via
      *> PAYROLL-TAX-TABLE-FILE
       SELECT OPTIONAL TAX-TABLE-FILE ASSIGN DYNAMIC
           WS-TAX-TABLE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-TABLE-STATUS.
      *> each employee's withholding election - filing status,
      *> allowances and additional amount, federal and state.
      *> Overridable via PAYROLL-TAX-ELECTION-FILE
       SELECT OPTIONAL ELECTION-FILE ASSIGN DYNAMIC
           WS-ELECTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELECTION-STATUS.
      *> the hours hourly staff actually worked - one line per
      *> employee per work date. Overridable via
      *> PAYROLL-TIMESHEET-FILE
       SELECT OPTIONAL TIMESHEET-FILE ASSIGN DYNAMIC
           WS-TIMESHEET-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMESHEET-STATUS.
      *> the year-to-date earnings master every run posts to, keyed
      *> by employee id within the tax year. Overridable via
      *> PAYROLL-YTD-FILE
       SELECT OPTIONAL YTD-MASTER ASSIGN DYNAMIC WS-YTD-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-KEY
           FILE STATUS IS WS-YTD-STATUS.
      *> one line per run of what was posted to the YTD master - the
      *> year-end wage statements tie their totals back to it.
      *> Overridable via PAYROLL-REGISTER-HISTORY-FILE
       SELECT OPTIONAL REG-HISTORY-FILE ASSIGN DYNAMIC
           WS-REG-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-HISTORY-STATUS.
      *> the direct deposit segment DEPOSIT-MAINT maintains - where
      *> each net paycheck goes, and how far its prenote has got.
      *> Overridable via DEPOSIT-MASTER-FILE
       SELECT OPTIONAL DEPOSIT-MASTER ASSIGN DYNAMIC
           WS-DEPOSIT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-EMPLOYEE-ID
           FILE STATUS IS WS-DEPOSIT-STATUS.
      *> the ACH origination file the bank collects - file header,
      *> one PPD batch of payroll credits and prenotes, batch and
      *> file controls. Overridable via PAYROLL-ACH-FILE
       SELECT OPTIONAL ACH-FILE ASSIGN DYNAMIC WS-ACH-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACH-STATUS.
      *> one line per employee per period paid, and one per retro
      *> adjustment to a period - what each period actually paid,
      *> which the retro pass trues up against a back-dated rate.
      *> Overridable via PAYROLL-PAY-HISTORY-FILE
       SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN DYNAMIC
           WS-PAY-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-HISTORY-STATUS.
      *> one line per employee per benefit deducted per pay date -
      *> the full premium and the employee's share, what the carrier
      *> invoices are reconciled against. Overridable via
      *> PAYROLL-DEDUCTION-HISTORY-FILE
       SELECT OPTIONAL DED-HISTORY-FILE ASSIGN DYNAMIC
           WS-DED-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DED-HISTORY-STATUS.
      *> payroll's ledger hand-off in the same H/D/C/T shape
      *> STATEMENT-IMPORT cuts - the GL team receives one consistent
      *> feed format from this shop, not two. Overridable via
       SELECT OPTIONAL GL-FILE ASSIGN DYNAMIC WS-GL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.
      *> the garnishment orders GARNISH-MAINT keeps - withheld after
      *> tax, balances drawn down once the paycheck posts.
      *> Overridable via GARNISHMENT-FILE
       SELECT OPTIONAL GARNISH-FILE ASSIGN DYNAMIC
           WS-GARNISH-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARNISH-STATUS.
      *> what each payee agency is owed from this run's garnishments,
      *> grouped by payee. Overridable via
      *> PAYROLL-GARNISH-REMIT-FILE
       SELECT OPTIONAL REMIT-FILE ASSIGN DYNAMIC WS-REMIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REMIT-STATUS.
      *> the final pay queue assign fills on every termination - the
      *> off-cycle run (PAYROLL-RUN-TYPE FINAL) pays what is due and
      *> marks it paid. Overridable via FINAL-PAY-QUEUE-FILE
       SELECT OPTIONAL FINAL-PAY-FILE ASSIGN DYNAMIC
           WS-FINAL-PAY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINAL-PAY-STATUS.
      *> the terminated employees' history assign keeps - a leaver
      *> is off the roster, so the final run pays from the image
      *> retired there. Overridable via EMPLOYEE-TERMINATED-FILE
       SELECT OPTIONAL TERMINATED-FILE ASSIGN DYNAMIC
           WS-TERMINATED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMINATED-STATUS.
      *> the leave balances LEAVE-UPDATE draws down - unused days are
      *> paid out on final pay, an overdrawn balance recovered.
      *> Overridable via LEAVE-BALANCE-FILE
       SELECT OPTIONAL LEAVE-FILE ASSIGN DYNAMIC WS-LEAVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
           05 COMP-ANNUAL-SALARY PIC 9(9)V99.
           05 COMP-HOURLY-RATE PIC 9(5)V99.
           05 COMP-PAY-FREQ PIC X(1).
           05 COMP-EFFECTIVE-DATE PIC 9(8).
       FD SUMMARY-FILE.
       01 SUMMARY-RECORD PIC X(70).
       FD DEPT-FILE.
       FD BENEFIT-FILE.
       01 BENEFIT-RECORD PIC X(70).
       FD ENROLL-FILE.
      *> empid,benefit,effective-date[,end-date]
       01 ENROLL-RECORD PIC X(40).
       FD TAX-TABLE-FILE.
      *> B,jurisdiction,status,freq,over,rate%,base-tax
      *> A,jurisdiction,freq,amount-per-allowance
      *> S,code,employee-rate%,employer-rate%
       01 TAX-TABLE-RECORD PIC X(60).
       FD ELECTION-FILE.
      *> empid,fed-status,fed-allowances,fed-additional,
      *> state-status,state-allowances,state-additional
       01 ELECTION-RECORD PIC X(60).
       FD TIMESHEET-FILE.
      *> empid,work-date,regular,overtime,holiday,approval (A)
       01 TIMESHEET-RECORD PIC X(60).
       FD YTD-MASTER.
      *> must stay byte-for-byte identical to WAGE-STATEMENTS' record
       01 YTD-RECORD.
           05 YTD-KEY.
               10 YTD-EMPLOYEE-ID PIC 9(9).
               10 YTD-YEAR PIC 9(4).
           05 YTD-LAST-PAY-DATE PIC 9(8).
           05 YTD-PAY-COUNT PIC 9(3).
           05 YTD-GROSS PIC 9(9)V99.
           05 YTD-DEDUCTIONS PIC 9(9)V99.
           05 YTD-FED-TAX PIC 9(9)V99.
           05 YTD-STATE-CODE PIC X(2).
           05 YTD-STATE-TAX PIC 9(9)V99.
           05 YTD-SOCIAL-TAX PIC 9(9)V99.
           05 YTD-ER-SOCIAL PIC 9(9)V99.
           05 YTD-NET PIC S9(9)V99.
       FD REG-HISTORY-FILE.
      *> pay-date,count,gross,deductions,federal,state,social,
      *> employer-social,net,run-id
       01 REG-HISTORY-RECORD PIC X(200).
       FD DEPOSIT-MASTER.
      *> must stay byte-for-byte identical to DEPOSIT-MAINT's record
       01 DEPOSIT-RECORD.
           05 DEP-EMPLOYEE-ID PIC 9(9).
           05 DEP-PRI-ROUTING PIC X(9).
           05 DEP-PRI-ACCOUNT PIC X(17).
           05 DEP-PRI-TYPE PIC X(1).
           05 DEP-SEC-ROUTING PIC X(9).
           05 DEP-SEC-ACCOUNT PIC X(17).
           05 DEP-SEC-TYPE PIC X(1).
           05 DEP-SEC-METHOD PIC X(1).
           05 DEP-SEC-VALUE PIC 9(7)V99.
           05 DEP-PRENOTE-STATUS PIC X(1).
           05 DEP-PRENOTE-DATE PIC 9(8).
       FD PAY-HISTORY-FILE.
      *> type (P paid, R retro),empid,pay-date,period-start,
      *> period-end,basis,freq,annual,rate,regular,overtime,
      *> holiday,amount,run-id
       01 PAY-HISTORY-RECORD PIC X(150).
       FD DED-HISTORY-FILE.
      *> empid,benefit,pay-date,period-start,period-end,premium,
      *> employee-share,run-id
       01 DED-HISTORY-RECORD PIC X(100).
       FD ACH-FILE.
       01 ACH-RECORD PIC X(94).
       FD GARNISH-FILE.
      *> empid,case,type,payee,method,amount,cap%,priority,balance,
      *> effective-date,status - the layout GARNISH-MAINT writes
       01 GARNISH-RECORD PIC X(120).
       FD REMIT-FILE.
      *> H,pay-date,run-id / D,payee,case,empid,amount /
      *> P,payee,orders,payee-total / T,orders,total
       01 REMIT-RECORD PIC X(80).
       FD FINAL-PAY-FILE.
      *> empid,effective-date,reason,status (Q queued, P paid),
      *> pay-date - the layout assign writes
       01 FINAL-PAY-RECORD PIC X(40).
       FD TERMINATED-FILE.
      *> must stay byte-for-byte identical to assign.cbl's record
       01 TERMINATED-RECORD.
           05 TRM-IMAGE PIC X(126).
           05 TRM-EFFDATE PIC 9(8).
           05 TRM-REASON PIC X(8).
       FD LEAVE-FILE.
      *> empid,days - the layout LEAVE-UPDATE writes
       01 LEAVE-RECORD PIC X(20).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> the frequency this run pays - M, B or W; blank pays every
      *> frequency (a small shop's single cycle)
       01 WS-RUN-FREQ PIC X(1).
      *> PAYROLL-RUN-TYPE FINAL turns the run into the off-cycle
      *> final pay run - the leavers on the final pay queue instead
      *> of the roster, each to its own register, ledger feed, ACH
      *> and remittance files
       01 WS-RUN-TYPE PIC X(8).
       01 WS-FINAL-RUN PIC X(1) VALUE 'N'.
       01 WS-GL-SOURCE PIC X(8) VALUE "PAYROLL".
      *> one register row per paid employee, staged and ordered by
      *> department for the control-break subtotals
       01 WS-ROW-COUNT PIC 9(3) VALUE 0.
           05 ROW-NAME PIC X(35).
           05 ROW-GRADE PIC X(2).
           05 ROW-GROSS PIC 9(9)V99.
      *> net after the employee-side deductions and withholding -
      *> the itemized benefit lines are re-derived from the
      *> enrollments at print time
           05 ROW-NET PIC S9(9)V99.
      *> the withholding taken from this paycheck, and the
      *> employer's own social-insurance share on top of it
           05 ROW-FED-TAX PIC 9(7)V99.
           05 ROW-STATE-CODE PIC X(2).
           05 ROW-STATE-TAX PIC 9(7)V99.
           05 ROW-SOCIAL-TAX PIC 9(7)V99.
           05 ROW-ER-SOCIAL PIC 9(7)V99.
      *> the approved hours an hourly paycheck was cut from
           05 ROW-BASIS PIC X(1).
           05 ROW-REG-HOURS PIC 9(4)V99.
           05 ROW-OT-HOURS PIC 9(4)V99.
           05 ROW-HOL-HOURS PIC 9(4)V99.
           05 ROW-DEDUCTIONS PIC 9(9)V99.
      *> the period this paycheck covers and the rate it was cut
      *> at - the pay history the retro pass trues up against;
      *> ROW-GROSS already includes ROW-RETRO
           05 ROW-PERIOD-START PIC 9(8).
           05 ROW-PERIOD-END PIC 9(8).
           05 ROW-FREQ PIC X(1).
           05 ROW-ANNUAL PIC 9(9)V99.
           05 ROW-RATE PIC 9(5)V99.
           05 ROW-RETRO PIC S9(9)V99.
       01 WS-SWAP-ROW.
           05 FILLER PIC X(4).
           05 FILLER PIC 9(9).
           05 FILLER PIC X(2).
           05 FILLER PIC 9(9)V99.
           05 FILLER PIC S9(9)V99.
           05 FILLER PIC 9(7)V99.
           05 FILLER PIC X(2).
           05 FILLER PIC 9(7)V99.
           05 FILLER PIC 9(7)V99.
           05 FILLER PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FILLER PIC 9(4)V99.
           05 FILLER PIC 9(4)V99.
           05 FILLER PIC 9(4)V99.
           05 FILLER PIC 9(9)V99.
           05 FILLER PIC 9(8).
           05 FILLER PIC 9(8).
           05 FILLER PIC X(1).
           05 FILLER PIC 9(9)V99.
           05 FILLER PIC 9(5)V99.
           05 FILLER PIC S9(9)V99.
       01 WS-SORTED PIC X(1).
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 WS-GROSS PIC 9(9)V99.
      *> standard hours per period: 40 a week, 80 a fortnight,
      *> 173.33 a month - hourly staff are paid from their
      *> timesheets, never from this
       01 WS-PERIOD-HOURS PIC 9(3)V99.
       01 WS-BREAK-DEPT PIC X(4).
       01 WS-DEPT-TOTAL PIC 9(11)V99.
           05 ENR-EMPID PIC X(9).
           05 ENR-CODE PIC X(4).
           05 ENR-EFFDATE PIC X(8).
           05 ENR-ENDDATE PIC X(8).
       01 WS-ENR-I PIC 9(4).
      *> the date an enrollment must be in force on to be deducted -
      *> the pay date, or on final pay the termination date the
      *> enrollments were ended at
       01 WS-ENR-AS-OF PIC X(8).
       01 WS-BEN-I PIC 9(3).
       01 WS-DED-AMOUNT PIC 9(7)V99.
       01 WS-EMP-DEDUCTIONS PIC 9(9)V99.
       01 WS-NET-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-DED-ED PIC Z(6)9.99.
       01 WS-NET-ED PIC -Z(8)9.99.
      *> the withholding tables staged for the tax pass
       01 WS-TAX-TABLE-FILE-NAME PIC X(80) VALUE "TAX-TABLE.DAT".
       01 WS-ENV-TAX-TABLE-FILE-NAME PIC X(80).
       01 WS-TAX-TABLE-STATUS PIC X(2).
       01 WS-BRK-COUNT PIC 9(4) VALUE 0.
       01 WS-BRK-ENTRY OCCURS 1000 TIMES.
           05 BRK-JURIS PIC X(3).
           05 BRK-STATUS PIC X(1).
           05 BRK-FREQ PIC X(1).
           05 BRK-OVER PIC 9(7)V99.
           05 BRK-RATE PIC 9(3)V9999.
           05 BRK-BASE PIC 9(7)V99.
       01 WS-ALW-COUNT PIC 9(3) VALUE 0.
       01 WS-ALW-ENTRY OCCURS 200 TIMES.
           05 ALW-JURIS PIC X(3).
           05 ALW-FREQ PIC X(1).
           05 ALW-AMOUNT PIC 9(7)V99.
       01 WS-SOC-COUNT PIC 9(2) VALUE 0.
       01 WS-SOC-ENTRY OCCURS 10 TIMES.
           05 SOC-CODE PIC X(4).
           05 SOC-EE-RATE PIC 9(3)V9999.
           05 SOC-ER-RATE PIC 9(3)V9999.
       01 WS-TAX-TYPE-X PIC X(1).
       01 WS-TAX-FLD-1 PIC X(10).
       01 WS-TAX-FLD-2 PIC X(10).
       01 WS-TAX-FLD-3 PIC X(12).
       01 WS-TAX-FLD-4 PIC X(12).
       01 WS-TAX-FLD-5 PIC X(12).
       01 WS-TAX-FLD-6 PIC X(12).
      *> the elections staged for the tax pass - an employee who
      *> never filed one is withheld as single with no allowances
       01 WS-ELECTION-FILE-NAME PIC X(80) VALUE "TAX-ELECTION.DAT".
       01 WS-ENV-ELECTION-FILE-NAME PIC X(80).
       01 WS-ELECTION-STATUS PIC X(2).
       01 WS-ELE-COUNT PIC 9(4) VALUE 0.
       01 WS-ELE-ENTRY OCCURS 1000 TIMES.
           05 ELE-EMPID PIC X(9).
           05 ELE-FED-STATUS PIC X(1).
           05 ELE-FED-ALLOW PIC 9(2).
           05 ELE-FED-ADDL PIC 9(7)V99.
           05 ELE-ST-STATUS PIC X(1).
           05 ELE-ST-ALLOW PIC 9(2).
           05 ELE-ST-ADDL PIC 9(7)V99.
       01 WS-ELE-I PIC 9(4).
      *> the one employee's tax pass - the jurisdiction, its status,
      *> frequency and allowances go in, the withholding comes out
       01 WS-TAX-JURIS PIC X(3).
       01 WS-TAX-STATUS PIC X(1).
       01 WS-TAX-FREQ PIC X(1).
       01 WS-TAX-ALLOW PIC 9(2).
       01 WS-TAX-ADDL PIC 9(7)V99.
       01 WS-TAX-FOUND PIC X(1).
       01 WS-TAX-TAXABLE PIC S9(9)V99.
       01 WS-TAX-BEST PIC 9(4).
       01 WS-TAX-AMOUNT PIC 9(7)V99.
       01 WS-TAX-I PIC 9(4).
       01 WS-FED-STATUS PIC X(1).
       01 WS-FED-ALLOW PIC 9(2).
       01 WS-FED-ADDL PIC 9(7)V99.
       01 WS-ST-STATUS PIC X(1).
       01 WS-ST-ALLOW PIC 9(2).
       01 WS-ST-ADDL PIC 9(7)V99.
       01 WS-FED-TAX PIC 9(7)V99.
       01 WS-STATE-TAX PIC 9(7)V99.
       01 WS-SOCIAL-TAX PIC 9(7)V99.
       01 WS-ER-SOCIAL PIC 9(7)V99.
      *> a paycheck with no federal bracket to withhold by is a
      *> table gap payroll must close - counted like a missing
      *> compensation record
       01 WS-NO-TAX-COUNT PIC 9(4) VALUE 0.
       01 WS-FED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-STATE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-SOCIAL-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-ER-SOCIAL-TOTAL PIC 9(11)V99 VALUE 0.
      *> where the withholding and the employer's share post - the
      *> tax liabilities sit beside payroll clearing
       77 WS-FED-WH-ACCOUNT PIC 9(10) VALUE 2100000002.
       77 WS-STATE-WH-ACCOUNT PIC 9(10) VALUE 2100000003.
       77 WS-SOCIAL-ACCOUNT PIC 9(10) VALUE 2100000004.
       77 WS-ER-TAX-EXPENSE PIC 9(10) VALUE 6000000098.
       01 WS-PAIR-DEBIT PIC 9(10).
       01 WS-PAIR-CREDIT PIC 9(10).
       01 WS-PAIR-AMOUNT PIC 9(11)V99.
       01 WS-TAX-GL-PAIRS PIC 9(3) VALUE 0.
      *> the garnishment orders staged for the garnishment pass -
      *> GARNISH-MAINT keeps the file, this run draws it down
       01 WS-GARNISH-FILE-NAME PIC X(80) VALUE "GARNISHMENT.DAT".
       01 WS-ENV-GARNISH-FILE-NAME PIC X(80).
       01 WS-GARNISH-STATUS PIC X(2).
       01 WS-GRN-COUNT PIC 9(4) VALUE 0.
       01 WS-GRN-ENTRY OCCURS 1000 TIMES.
           05 GRN-EMPID PIC X(9).
           05 GRN-CASE PIC X(20).
           05 GRN-TYPE PIC X(1).
           05 GRN-PAYEE PIC X(10).
           05 GRN-METHOD PIC X(1).
           05 GRN-AMOUNT PIC 9(7)V99.
           05 GRN-CAP PIC 9(3)V99.
           05 GRN-PRIORITY PIC 9(2).
           05 GRN-BALANCE PIC 9(9)V99.
           05 GRN-EFFDATE PIC X(8).
           05 GRN-STATUS PIC X(1).
      *> what this paycheck takes for the order, and whether the
      *> disposable-earnings cap or the net left held it short of
      *> what the order asks
           05 GRN-TAKEN PIC 9(7)V99.
           05 GRN-LIMITED PIC X(1).
      *> set once the order has had its turn in the priority pass,
      *> and once its paycheck has posted and the balance is drawn
           05 GRN-DONE PIC X(1).
           05 GRN-POSTED PIC X(1).
       01 WS-GRN-I PIC 9(4).
       01 WS-GRN-NEXT PIC 9(4).
       01 WS-GRN-FIELDS.
           05 WS-GRN-AMOUNT-X PIC X(12).
           05 WS-GRN-CAP-X PIC X(8).
           05 WS-GRN-PRIORITY-X PIC X(2).
           05 WS-GRN-BALANCE-X PIC X(14).
      *> an order file bigger than the table is never rewritten from
      *> it - the orders past the end would be lost - so the whole
      *> garnishment pass stands down and the run is failed
       01 WS-GARNISH-FAILED PIC X(1) VALUE 'N'.
      *> the one employee's garnishment pass - disposable earnings
      *> are gross less the withholding the law requires
       01 WS-DISPOSABLE PIC S9(9)V99.
       01 WS-GARNISH-WANTED PIC S9(9)V99.
       01 WS-GARNISH-ROOM PIC S9(9)V99.
       01 WS-EMP-GARNISHED PIC 9(9)V99.
       01 WS-GARNISH-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-GARNISH-LIMITED PIC 9(4) VALUE 0.
       01 WS-GARNISH-POSTED PIC 9(4) VALUE 0.
       01 WS-GARNISH-PAID-OFF PIC 9(4) VALUE 0.
       01 WS-GRN-AMOUNT-ED PIC 9(7).99.
       01 WS-GRN-CAP-ED PIC 9(3).99.
       01 WS-GRN-BALANCE-ED PIC 9(9).99.
       01 WS-REMIT-FILE-NAME PIC X(80)
           VALUE "GARNISH-REMITTANCE.DAT".
       01 WS-ENV-REMIT-FILE-NAME PIC X(80).
       01 WS-REMIT-STATUS PIC X(2).
       01 WS-REMIT-PAYEE PIC X(10).
       01 WS-REMIT-COUNT PIC 9(4).
       01 WS-REMIT-PAYEE-TOTAL PIC 9(11)V99.
       01 WS-REMIT-ORDERS PIC 9(4) VALUE 0.
       01 WS-REMIT-TOTAL PIC 9(11)V99 VALUE 0.
      *> where the garnishments withheld wait until the agencies are
      *> paid from the remittance list
       77 WS-GARNISH-ACCOUNT PIC 9(10) VALUE 2100000006.
      *> the final pay queue staged for the final run - the leaver's
      *> retired image is picked up from the terminated history, and
      *> what the last paycheck was made of kept for the register
       01 WS-FINAL-PAY-FILE-NAME PIC X(80)
           VALUE "FINAL-PAY-QUEUE.DAT".
       01 WS-ENV-FINAL-PAY-FILE-NAME PIC X(80).
       01 WS-FINAL-PAY-STATUS PIC X(2).
       01 WS-TERMINATED-FILE-NAME PIC X(80)
           VALUE "EMPLOYEE-TERMINATED.DAT".
       01 WS-ENV-TERMINATED-FILE-NAME PIC X(80).
       01 WS-TERMINATED-STATUS PIC X(2).
       01 WS-FPQ-COUNT PIC 9(3) VALUE 0.
       01 WS-FPQ-ENTRY OCCURS 200 TIMES.
           05 FPQ-EMPID PIC X(9).
           05 FPQ-EFFDATE PIC X(8).
           05 FPQ-REASON PIC X(8).
           05 FPQ-STATUS PIC X(1).
           05 FPQ-PAY-DATE PIC X(8).
           05 FPQ-IMAGE PIC X(126).
      *> set once the leaver is on this run's register, and once the
      *> paycheck has posted to the YTD master
           05 FPQ-PICKED PIC X(1).
           05 FPQ-POSTED PIC X(1).
           05 FPQ-SALARY PIC 9(9)V99.
           05 FPQ-PAID-THROUGH PIC 9(8).
           05 FPQ-LEAVE-DAYS PIC S9(4)V99.
           05 FPQ-LEAVE-PAY PIC 9(9)V99.
           05 FPQ-RECOVERED PIC 9(9)V99.
           05 FPQ-SHORT PIC 9(9)V99.
       01 WS-FPQ-I PIC 9(3).
       01 WS-FPQ-CUR PIC 9(3).
       01 WS-FPQ-EMPID-X PIC X(9).
       01 WS-FPQ-EFFDATE-X PIC X(8).
       01 WS-FPQ-EMPID PIC 9(9).
      *> a queue or a balance file bigger than its table is never
      *> rewritten from it, and one that will not rewrite leaves the
      *> leavers looking unpaid - either fails the run
       01 WS-FINAL-FAILED PIC X(1) VALUE 'N'.
      *> leavers not paid this run - still on the roster, or with no
      *> retired image to pay from - and leave recoveries bigger than
      *> the final paycheck; payroll must settle both by hand
       01 WS-FINAL-HELD PIC 9(4) VALUE 0.
       01 WS-FINAL-SHORT-COUNT PIC 9(4) VALUE 0.
       01 WS-FINAL-PAID PIC 9(4) VALUE 0.
       01 WS-FINAL-POSTED PIC 9(4) VALUE 0.
       01 WS-FINAL-ROWS PIC 9(3).
       01 WS-FINAL-NO-TAX PIC 9(4).
      *> the final paycheck - weekdays worked since the last period
      *> paid, at the same daily rate LEAVE-LIABILITY values leave at
       77 WS-FINAL-ANNUAL-HOURS PIC 9(4) VALUE 2080.
       77 WS-FINAL-WORK-DAYS PIC 9(3) VALUE 260.
       01 WS-FINAL-ANNUAL PIC 9(9)V99.
       01 WS-FINAL-DAILY-RATE PIC 9(7)V99.
       01 WS-FINAL-LAST-END PIC 9(8).
       01 WS-FINAL-DAY PIC 9(7).
       01 WS-FINAL-WEEKDAYS PIC 9(3).
       01 WS-FINAL-SALARY PIC 9(9)V99.
       01 WS-FINAL-WANTED PIC 9(9)V99.
       01 WS-FINAL-ROOM PIC 9(9)V99.
       01 WS-LEAVE-FILE-NAME PIC X(80) VALUE "LEAVE-BALANCES.DAT".
       01 WS-ENV-LEAVE-FILE-NAME PIC X(80).
       01 WS-LEAVE-STATUS PIC X(2).
       01 WS-LVB-COUNT PIC 9(4) VALUE 0.
       01 WS-LVB-ENTRY OCCURS 1000 TIMES.
           05 LVB-EMPID PIC 9(9).
           05 LVB-DAYS PIC S9(4)V99.
       01 WS-LVB-I PIC 9(4).
       01 WS-LVB-EMPID-X PIC X(9).
       01 WS-LVB-DAYS-X PIC X(10).
       01 WS-LVB-CHANGED PIC X(1) VALUE 'N'.
       01 WS-LVB-ED PIC -ZZZ9.99.
      *> the timesheets staged for the hourly pass
       01 WS-TIMESHEET-FILE-NAME PIC X(80) VALUE "TIMESHEET.DAT".
       01 WS-ENV-TIMESHEET-FILE-NAME PIC X(80).
       01 WS-TIMESHEET-STATUS PIC X(2).
       01 WS-TS-COUNT PIC 9(4) VALUE 0.
       01 WS-TS-ENTRY OCCURS 5000 TIMES.
           05 TS-EMPID PIC X(9).
           05 TS-DATE PIC 9(8).
           05 TS-REG PIC 9(3)V99.
           05 TS-OT PIC 9(3)V99.
           05 TS-HOL PIC 9(3)V99.
           05 TS-APPROVED PIC X(1).
      *> set once the employee is found on the roster - a line
      *> still clear after the master pass names nobody we employ
           05 TS-KNOWN PIC X(1).
       01 WS-TS-I PIC 9(4).
       01 WS-TS-DATE-X PIC X(10).
       01 WS-TS-REG-X PIC X(10).
       01 WS-TS-OT-X PIC X(10).
       01 WS-TS-HOL-X PIC X(10).
      *> the premiums overtime and holiday hours are paid at -
      *> PAYROLL-OT-PREMIUM and PAYROLL-HOLIDAY-PREMIUM, 1.5 and 2
      *> when unset
       01 WS-OT-PREMIUM PIC 9(1)V99 VALUE 1.50.
       01 WS-HOL-PREMIUM PIC 9(1)V99 VALUE 2.00.
      *> regular hours past these are overtime the timesheet did
      *> not claim - PAYROLL-DAILY-HOURS and PAYROLL-WEEKLY-HOURS,
      *> 8 and 40 when unset
       01 WS-DAILY-LIMIT PIC 9(2)V99 VALUE 8.
       01 WS-WEEKLY-LIMIT PIC 9(3)V99 VALUE 40.
       01 WS-ENV-HOURS-X PIC X(6).
       01 WS-REG-HOURS PIC 9(4)V99.
       01 WS-OT-HOURS PIC 9(4)V99.
       01 WS-HOL-HOURS PIC 9(4)V99.
       01 WS-WEEK-NO PIC 9(2).
       01 WS-WEEK-HOURS PIC 9(4)V99 OCCURS 6 TIMES.
       01 WS-HOURS-ED PIC ZZZ9.99.
       01 WS-NO-TIME PIC X(1).
       01 WS-NO-TIME-COUNT PIC 9(4) VALUE 0.
       01 WS-TS-REJECT-COUNT PIC 9(4) VALUE 0.
       01 WS-TS-FLAG-COUNT PIC 9(4) VALUE 0.
      *> the YTD posting - a pay date already on an employee's YTD
      *> record (or earlier than the last one) is refused, so a
      *> rerun of the same payday cannot double anyone's earnings
       01 WS-YTD-FILE-NAME PIC X(80) VALUE "PAYROLL-YTD.DAT".
       01 WS-ENV-YTD-FILE-NAME PIC X(80).
       01 WS-YTD-STATUS PIC X(2).
       01 WS-YTD-FOUND PIC X(1).
       01 WS-YTD-FAILED PIC X(1) VALUE 'N'.
       01 WS-YTD-POSTED PIC 9(4) VALUE 0.
       01 WS-YTD-REFUSED PIC 9(4) VALUE 0.
       01 WS-REG-HISTORY-FILE-NAME PIC X(80)
           VALUE "PAYROLL-REGISTER-HISTORY.DAT".
       01 WS-ENV-REG-HISTORY-FILE-NAME PIC X(80).
       01 WS-REG-HISTORY-STATUS PIC X(2).
       01 WS-POST-GROSS PIC 9(11)V99 VALUE 0.
       01 WS-POST-DEDUCTIONS PIC 9(11)V99 VALUE 0.
       01 WS-POST-FED PIC 9(11)V99 VALUE 0.
       01 WS-POST-STATE PIC 9(11)V99 VALUE 0.
       01 WS-POST-SOCIAL PIC 9(11)V99 VALUE 0.
       01 WS-POST-ER-SOCIAL PIC 9(11)V99 VALUE 0.
       01 WS-POST-NET PIC S9(11)V99 VALUE 0.
       01 WS-HIST-ED-1 PIC 9(11).99.
       01 WS-HIST-ED-2 PIC 9(11).99.
       01 WS-HIST-ED-3 PIC 9(11).99.
       01 WS-HIST-ED-4 PIC 9(11).99.
       01 WS-HIST-ED-5 PIC 9(11).99.
       01 WS-HIST-ED-6 PIC 9(11).99.
       01 WS-HIST-ED-7 PIC -9(11).99.
      *> the direct deposit pass - net pay goes to the bank on the
      *> ACH file, or by check when there are no live bank details
       01 WS-DEPOSIT-FILE-NAME PIC X(80) VALUE "DEPOSIT-MASTER.DAT".
       01 WS-ENV-DEPOSIT-FILE-NAME PIC X(80).
       01 WS-DEPOSIT-STATUS PIC X(2).
       01 WS-DEPOSIT-OPEN PIC X(1) VALUE 'N'.
       01 WS-ACH-FILE-NAME PIC X(80) VALUE "PAYROLL-ACH.DAT".
       01 WS-ENV-ACH-FILE-NAME PIC X(80).
       01 WS-ACH-STATUS PIC X(2).
       01 WS-ACH-FAILED PIC X(1) VALUE 'N'.
      *> the originator's particulars - the bank supplies them when
      *> the payroll ACH service is set up: PAYROLL-ACH-DESTINATION
      *> and PAYROLL-ACH-DESTINATION-NAME (the receiving bank),
      *> PAYROLL-ACH-ODFI (its eight-digit routing prefix),
      *> PAYROLL-ACH-COMPANY-ID and PAYROLL-ACH-COMPANY-NAME
       01 WS-ACH-DESTINATION PIC X(9) VALUE "000000000".
       01 WS-ENV-ACH-DESTINATION PIC X(9).
       01 WS-ACH-DEST-NAME PIC X(23) VALUE "PAYROLL BANK".
       01 WS-ENV-ACH-DEST-NAME PIC X(23).
       01 WS-ACH-ODFI PIC X(8) VALUE "00000000".
       01 WS-ENV-ACH-ODFI PIC X(8).
       01 WS-ACH-COMPANY-ID PIC X(10) VALUE "0000000000".
       01 WS-ENV-ACH-COMPANY-ID PIC X(10).
       01 WS-ACH-COMPANY-NAME PIC X(16) VALUE "EMPLOYER".
       01 WS-ENV-ACH-COMPANY-NAME PIC X(16).
      *> calendar days a prenote is given to come back before the
      *> account goes live - PAYROLL-PRENOTE-DAYS, 6 when unset
       01 WS-PRENOTE-DAYS PIC 9(3) VALUE 6.
       01 WS-ENV-PRENOTE-DAYS PIC X(3).
       01 WS-LIVE-INT PIC 9(7).
       01 WS-CREATE-DATE PIC 9(6).
       01 WS-CREATE-TIME PIC 9(8).
       01 WS-ACH-BATCH-OPEN PIC X(1) VALUE 'N'.
       01 WS-ACH-RECORDS PIC 9(6) VALUE 0.
       01 WS-ACH-ENTRIES PIC 9(6) VALUE 0.
       01 WS-ACH-PRENOTES PIC 9(6) VALUE 0.
       01 WS-ACH-BATCHES PIC 9(6) VALUE 0.
       01 WS-ACH-HASH PIC 9(12) VALUE 0.
       01 WS-ACH-CREDIT-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-ACH-PAD PIC 9(2).
      *> the one entry being cut - its account, type and amount go
      *> in, the trace number comes out of the running sequence
       01 WS-ENTRY-ROUTING PIC X(9).
       01 WS-ENTRY-ACCOUNT PIC X(17).
       01 WS-ENTRY-TYPE PIC X(1).
       01 WS-ENTRY-AMOUNT PIC 9(9)V99.
       01 WS-ENTRY-PRENOTE PIC X(1).
       01 WS-ACH-REMAIN PIC S9(9)V99.
       01 WS-SPLIT-AMOUNT PIC 9(9)V99.
       01 WS-ROUTING-VALID PIC X(1).
       01 WS-CHECK-REASON PIC X(40).
       01 WS-CHECK-COUNT PIC 9(4) VALUE 0.
       01 WS-CHECK-TOTAL PIC S9(11)V99 VALUE 0.
      *> bank details that failed the routing re-check, or a prenote
      *> status that would not rewrite - payroll must look at them
       01 WS-DEPOSIT-ERRORS PIC 9(4) VALUE 0.
       01 WS-ACH-PROOF PIC S9(11)V99.
      *> the pay history staged for the retro pass - this year's and
      *> last year's periods, a back-dated change reaches no further
       01 WS-PAY-HISTORY-FILE-NAME PIC X(80)
           VALUE "PAYROLL-PAY-HISTORY.DAT".
       01 WS-ENV-PAY-HISTORY-FILE-NAME PIC X(80).
       01 WS-PAY-HISTORY-STATUS PIC X(2).
       01 WS-DED-HISTORY-FILE-NAME PIC X(80)
           VALUE "PAYROLL-DEDUCTION-HISTORY.DAT".
       01 WS-ENV-DED-HISTORY-FILE-NAME PIC X(80).
       01 WS-DED-HISTORY-STATUS PIC X(2).
       01 WS-DED-PREMIUM PIC 9(7)V99.
       01 WS-DED-ED-PREMIUM PIC Z(6)9.99.
       01 WS-DED-ED-SHARE PIC Z(6)9.99.
       01 WS-PH-COUNT PIC 9(4) VALUE 0.
       01 WS-PH-ENTRY OCCURS 5000 TIMES.
           05 PH-TYPE PIC X(1).
           05 PH-EMPID PIC X(9).
           05 PH-PAY-DATE PIC 9(8).
           05 PH-START PIC 9(8).
           05 PH-END PIC 9(8).
           05 PH-BASIS PIC X(1).
           05 PH-FREQ PIC X(1).
           05 PH-ANNUAL PIC 9(9)V99.
           05 PH-RATE PIC 9(5)V99.
           05 PH-REG PIC 9(4)V99.
           05 PH-OT PIC 9(4)V99.
           05 PH-HOL PIC 9(4)V99.
           05 PH-AMOUNT PIC S9(9)V99.
       01 WS-PH-I PIC 9(4).
       01 WS-PH-J PIC 9(4).
       01 WS-PH-FIELDS.
           05 WS-PH-TYPE-X PIC X(1).
           05 WS-PH-EMPID-X PIC X(9).
           05 WS-PH-BASIS-X PIC X(1).
           05 WS-PH-FREQ-X PIC X(1).
           05 WS-PH-DATE-X PIC X(10).
           05 WS-PH-START-X PIC X(10).
           05 WS-PH-END-X PIC X(10).
           05 WS-PH-ANNUAL-X PIC X(16).
           05 WS-PH-RATE-X PIC X(12).
           05 WS-PH-REG-X PIC X(10).
           05 WS-PH-OT-X PIC X(10).
           05 WS-PH-HOL-X PIC X(10).
           05 WS-PH-AMOUNT-X PIC X(16).
       01 WS-PH-SKIPPED PIC 9(4) VALUE 0.
       01 WS-PH-ED-ANNUAL PIC 9(9).99.
       01 WS-PH-ED-RATE PIC 9(5).99.
       01 WS-PH-ED-REG PIC 9(4).99.
       01 WS-PH-ED-OT PIC 9(4).99.
       01 WS-PH-ED-HOL PIC 9(4).99.
       01 WS-PH-ED-AMOUNT PIC -9(9).99.
      *> the one employee's retro pass - each paid period from the
      *> effective date on is re-priced at the rate now on file
       01 WS-RETRO PIC S9(9)V99.
       01 WS-RETRO-NEW PIC S9(9)V99.
       01 WS-RETRO-SHOULD PIC S9(9)V99.
       01 WS-RETRO-PRIOR PIC S9(9)V99.
       01 WS-RETRO-DIFF PIC S9(9)V99.
       01 WS-RETRO-DAYS PIC 9(3).
       01 WS-RETRO-AFTER PIC 9(3).
       01 WS-RETRO-MARK PIC 9(4).
       01 WS-RETRO-TOTAL PIC S9(11)V99 VALUE 0.
      *> a period whose basis has since changed, or a recovery
      *> bigger than this paycheck, is left for payroll to settle
      *> by hand
       01 WS-RETRO-HELD PIC 9(4) VALUE 0.
       01 WS-RTD-COUNT PIC 9(4) VALUE 0.
       01 WS-RTD-ENTRY OCCURS 1000 TIMES.
           05 RTD-EMPID PIC 9(9).
           05 RTD-START PIC 9(8).
           05 RTD-END PIC 9(8).
           05 RTD-BASIS PIC X(1).
           05 RTD-FREQ PIC X(1).
           05 RTD-OLD-RATE PIC 9(9)V99.
           05 RTD-NEW-RATE PIC 9(9)V99.
           05 RTD-PAID PIC S9(9)V99.
           05 RTD-PRIOR PIC S9(9)V99.
           05 RTD-SHOULD PIC S9(9)V99.
           05 RTD-RETRO PIC S9(9)V99.
       01 WS-RTD-I PIC 9(4).
       01 WS-RATE-ED PIC Z(8)9.99.
       01 WS-SIGNED-ED PIC -Z(8)9.99.
       01 WS-SIGNED-ED-2 PIC -Z(8)9.99.
       01 WS-SIGNED-ED-3 PIC -Z(8)9.99.
       01 WS-ACH-FILE-HEADER.
           05 FILLER PIC X(1) VALUE "1".
           05 FILLER PIC X(2) VALUE "01".
           05 FILLER PIC X(1) VALUE SPACE.
           05 AFH-DESTINATION PIC X(9).
           05 AFH-ORIGIN PIC X(10).
           05 AFH-CREATE-DATE PIC 9(6).
           05 AFH-CREATE-TIME PIC 9(4).
           05 FILLER PIC X(1) VALUE "A".
           05 FILLER PIC X(3) VALUE "094".
           05 FILLER PIC X(2) VALUE "10".
           05 FILLER PIC X(1) VALUE "1".
           05 AFH-DEST-NAME PIC X(23).
           05 AFH-ORIGIN-NAME PIC X(23).
           05 AFH-REFERENCE PIC X(8).
       01 WS-ACH-BATCH-HEADER.
           05 FILLER PIC X(1) VALUE "5".
      *> 220 - credits only, payroll never debits an employee
           05 FILLER PIC X(3) VALUE "220".
           05 ABH-COMPANY-NAME PIC X(16).
           05 ABH-DISCRETIONARY PIC X(20).
           05 ABH-COMPANY-ID PIC X(10).
           05 FILLER PIC X(3) VALUE "PPD".
           05 FILLER PIC X(10) VALUE "PAYROLL".
           05 ABH-DESCRIPTIVE-DATE PIC X(6).
           05 ABH-EFFECTIVE-DATE PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(1) VALUE "1".
           05 ABH-ODFI PIC X(8).
           05 ABH-BATCH-NUMBER PIC 9(7).
       01 WS-ACH-ENTRY.
           05 FILLER PIC X(1) VALUE "6".
      *> 22/32 checking/savings credit, 23/33 their zero-dollar
      *> prenotes
           05 AEN-TXN-CODE PIC 9(2).
           05 AEN-RDFI PIC X(8).
           05 AEN-CHECK-DIGIT PIC X(1).
           05 AEN-ACCOUNT PIC X(17).
           05 AEN-AMOUNT PIC 9(10).
           05 AEN-INDIVIDUAL-ID PIC X(15).
           05 AEN-NAME PIC X(22).
           05 AEN-DISCRETIONARY PIC X(2).
           05 FILLER PIC X(1) VALUE "0".
           05 AEN-TRACE.
               10 AEN-TRACE-ODFI PIC X(8).
               10 AEN-TRACE-SEQ PIC 9(7).
       01 WS-ACH-BATCH-CONTROL.
           05 FILLER PIC X(1) VALUE "8".
           05 FILLER PIC X(3) VALUE "220".
           05 ABC-ENTRY-COUNT PIC 9(6).
           05 ABC-ENTRY-HASH PIC 9(10).
           05 ABC-DEBIT-TOTAL PIC 9(12).
           05 ABC-CREDIT-TOTAL PIC 9(12).
           05 ABC-COMPANY-ID PIC X(10).
           05 FILLER PIC X(19) VALUE SPACES.
           05 FILLER PIC X(6) VALUE SPACES.
           05 ABC-ODFI PIC X(8).
           05 ABC-BATCH-NUMBER PIC 9(7).
       01 WS-ACH-FILE-CONTROL.
           05 FILLER PIC X(1) VALUE "9".
           05 AFC-BATCH-COUNT PIC 9(6).
           05 AFC-BLOCK-COUNT PIC 9(6).
           05 AFC-ENTRY-COUNT PIC 9(8).
           05 AFC-ENTRY-HASH PIC 9(10).
           05 AFC-DEBIT-TOTAL PIC 9(12).
           05 AFC-CREDIT-TOTAL PIC 9(12).
           05 FILLER PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> the final run writes its own register files unless ops
      *> names them - it must never overwrite the regular cycle's
           MOVE SPACES TO WS-RUN-TYPE
           ACCEPT WS-RUN-TYPE FROM ENVIRONMENT "PAYROLL-RUN-TYPE"
           IF UPPER-CASE(WS-RUN-TYPE) = "FINAL"
               MOVE 'Y' TO WS-FINAL-RUN
               MOVE "FINALPAY" TO WS-GL-SOURCE
               MOVE "FINAL-PAY-SUMMARY.DAT" TO WS-SUMMARY-FILE-NAME
               MOVE "GL-FINAL-PAY-POSTING.DAT" TO WS-GL-FILE-NAME
               MOVE "FINAL-PAY-ACH.DAT" TO WS-ACH-FILE-NAME
               MOVE "FINAL-PAY-GARNISH-REMITTANCE.DAT"
                   TO WS-REMIT-FILE-NAME
           END-IF
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE INTEGER-OF-DATE(WS-PAY-DATE) TO WS-PAY-INT
           PERFORM LOAD-BENEFITS THRU LOAD-BENEFITS-EXIT
           PERFORM LOAD-ENROLLMENTS THRU LOAD-ENROLLMENTS-EXIT
           PERFORM LOAD-TAX-TABLES THRU LOAD-TAX-TABLES-EXIT
           PERFORM LOAD-ELECTIONS THRU LOAD-ELECTIONS-EXIT
           PERFORM LOAD-TIMESHEETS THRU LOAD-TIMESHEETS-EXIT
           PERFORM LOAD-PAY-HISTORY THRU LOAD-PAY-HISTORY-EXIT
           PERFORM LOAD-GARNISHMENTS THRU LOAD-GARNISHMENTS-EXIT
           IF WS-FINAL-RUN = 'Y'
               PERFORM LOAD-FINAL-QUEUE THRU LOAD-FINAL-QUEUE-EXIT
               PERFORM LOAD-LEAVE-BALANCES
                   THRU LOAD-LEAVE-BALANCES-EXIT
           END-IF
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "PAYROLL-REGISTER: employee master not "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> the final run pays the leavers on the queue, not the roster
           IF WS-FINAL-RUN = 'Y'
               PERFORM PAY-FINAL-QUEUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM PAY-ONE-EMPLOYEE
                               THRU PAY-ONE-EMPLOYEE-EXIT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EMPLOYEE-MASTER COMP-MASTER.
           IF WS-FINAL-RUN NOT = 'Y'
               PERFORM LIST-UNKNOWN-TIMESHEETS
           END-IF.
           PERFORM SORT-BY-DEPARTMENT.
           PERFORM PRINT-REGISTER THRU PRINT-REGISTER-EXIT.
           PERFORM PRINT-RETRO-AUDIT.
           PERFORM POST-YEAR-TO-DATE THRU POST-YEAR-TO-DATE-EXIT.
           PERFORM POST-GARNISHMENTS THRU POST-GARNISHMENTS-EXIT.
           IF WS-FINAL-RUN = 'Y'
               PERFORM POST-FINAL-PAY THRU POST-FINAL-PAY-EXIT
           END-IF.
           PERFORM WRITE-ACH-FILE THRU WRITE-ACH-FILE-EXIT.
           PERFORM LOAD-DEPT-GL-MAP THRU LOAD-DEPT-GL-MAP-EXIT.
           PERFORM WRITE-PAYROLL-GL THRU WRITE-PAYROLL-GL-EXIT.
           PERFORM WRITE-SUMMARY-CONTROL
               THRU WRITE-SUMMARY-CONTROL-EXIT.
      *> RETURN-CODE: 0 = register produced, 4 = employees on the
      *> roster carry no compensation record (HR must hear that),
      *> had no federal bracket to withhold by, or were hourly with
      *> no approved timesheet, or a timesheet line was rejected,
      *> or the pay date was already on someone's YTD record,
      *> or direct deposit details failed the routing re-check,
      *> or a retro adjustment was held for manual settlement,
      *> or a leaver's final pay was held or an overdrawn leave
      *> balance could not be recovered in full,
      *> 8 = the ledger feed could not be cut at all, the YTD
      *> master could not be posted, or the ACH file could not be
      *> cut or does not prove to the register's net pay, or the
      *> garnishment orders could not be applied or drawn down, or
      *> the final pay queue or leave balances could not be updated
           IF WS-EXTRACT-FAILED = 'Y' OR WS-YTD-FAILED = 'Y'
             OR WS-ACH-FAILED = 'Y' OR WS-GARNISH-FAILED = 'Y'
             OR WS-FINAL-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NO-COMP-COUNT > 0 OR WS-NO-TAX-COUNT > 0
                 OR WS-NO-TIME-COUNT > 0 OR WS-TS-REJECT-COUNT > 0
                 OR WS-YTD-REFUSED > 0 OR WS-DEPOSIT-ERRORS > 0
                 OR WS-RETRO-HELD > 0 OR WS-FINAL-HELD > 0
                 OR WS-FINAL-SHORT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE

       PAY-ONE-EMPLOYEE.
           MOVE EMPLOYEE-ID OF EMPLOYEE-RECORD TO COMP-EMPLOYEE-ID
           MOVE EMPLOYEE-ID OF EMPLOYEE-RECORD TO WS-EMPID-X
           PERFORM VARYING WS-TS-I FROM 1 BY 1
                   UNTIL WS-TS-I > WS-TS-COUNT
               IF TS-EMPID(WS-TS-I) = WS-EMPID-X
                   MOVE 'Y' TO TS-KNOWN(WS-TS-I)
               END-IF
           END-PERFORM
           READ COMP-MASTER
               INVALID KEY
      *> a roster record without pay data is exactly what the old
                       EMPLOYEE-ID OF EMPLOYEE-RECORD
                   GO TO PAY-ONE-EMPLOYEE-EXIT
           END-READ
      *> a frequency-selected run pays only its own cycle; a leaver
      *> is paid off-cycle whatever the frequency
           IF WS-RUN-FREQ NOT = SPACES
             AND COMP-PAY-FREQ NOT = WS-RUN-FREQ
             AND WS-FINAL-RUN NOT = 'Y'
               GO TO PAY-ONE-EMPLOYEE-EXIT
           END-IF
           IF WS-FINAL-RUN = 'Y'
               PERFORM COMPUTE-FINAL-GROSS
           ELSE
               PERFORM COMPUTE-GROSS
           END-IF
      *> an hourly employee with no approved hours is listed, never
      *> paid a default - a leaver's final pay still settles the
      *> leave balance
           IF WS-NO-TIME = 'Y' AND WS-FINAL-RUN NOT = 'Y'
               ADD 1 TO WS-NO-TIME-COUNT
               DISPLAY "PAYROLL-REGISTER: no approved timesheet for "
                   "hourly employee " EMPLOYEE-ID OF EMPLOYEE-RECORD
                   " for " WS-PERIOD-START "-" WS-PERIOD-END
                   " - not paid"
               GO TO PAY-ONE-EMPLOYEE-EXIT
           END-IF
           PERFORM COMPUTE-RETRO THRU COMPUTE-RETRO-EXIT
           ADD WS-RETRO TO WS-GROSS
           PERFORM COMPUTE-DEDUCTIONS
           PERFORM COMPUTE-WITHHOLDING
           IF WS-FINAL-RUN = 'Y'
               PERFORM LIMIT-FINAL-RECOVERY
           END-IF
           IF WS-ROW-COUNT >= WS-ROW-MAX
               DISPLAY "PAYROLL-REGISTER: more than " WS-ROW-MAX
                   " employees - register incomplete"
               MOVE WS-RETRO-MARK TO WS-RTD-COUNT
               GO TO PAY-ONE-EMPLOYEE-EXIT
           END-IF
           PERFORM COMPUTE-GARNISHMENTS
           ADD 1 TO WS-ROW-COUNT
           MOVE DEPARTMENT-CODE OF EMPLOYEE OF EMPLOYEE-RECORD
               TO ROW-DEPT(WS-ROW-COUNT)
           MOVE COMP-PAY-GRADE TO ROW-GRADE(WS-ROW-COUNT)
           MOVE WS-GROSS TO ROW-GROSS(WS-ROW-COUNT)
           MOVE WS-NET TO ROW-NET(WS-ROW-COUNT)
           MOVE WS-FED-TAX TO ROW-FED-TAX(WS-ROW-COUNT)
           MOVE STATE OF EMPLOYEE OF EMPLOYEE-RECORD
               TO ROW-STATE-CODE(WS-ROW-COUNT)
           MOVE WS-STATE-TAX TO ROW-STATE-TAX(WS-ROW-COUNT)
           MOVE WS-SOCIAL-TAX TO ROW-SOCIAL-TAX(WS-ROW-COUNT)
           MOVE WS-ER-SOCIAL TO ROW-ER-SOCIAL(WS-ROW-COUNT)
           MOVE COMP-BASIS TO ROW-BASIS(WS-ROW-COUNT)
           MOVE WS-REG-HOURS TO ROW-REG-HOURS(WS-ROW-COUNT)
           MOVE WS-OT-HOURS TO ROW-OT-HOURS(WS-ROW-COUNT)
           MOVE WS-HOL-HOURS TO ROW-HOL-HOURS(WS-ROW-COUNT)
           MOVE WS-EMP-DEDUCTIONS TO ROW-DEDUCTIONS(WS-ROW-COUNT)
           MOVE WS-PERIOD-START TO ROW-PERIOD-START(WS-ROW-COUNT)
           MOVE WS-PERIOD-END TO ROW-PERIOD-END(WS-ROW-COUNT)
           MOVE COMP-PAY-FREQ TO ROW-FREQ(WS-ROW-COUNT)
           MOVE COMP-ANNUAL-SALARY TO ROW-ANNUAL(WS-ROW-COUNT)
           MOVE COMP-HOURLY-RATE TO ROW-RATE(WS-ROW-COUNT)
           MOVE WS-RETRO TO ROW-RETRO(WS-ROW-COUNT)
           ADD WS-RETRO TO WS-RETRO-TOTAL
           ADD WS-FED-TAX TO WS-FED-TOTAL
           ADD WS-STATE-TAX TO WS-STATE-TOTAL
           ADD WS-SOCIAL-TAX TO WS-SOCIAL-TOTAL
           ADD WS-ER-SOCIAL TO WS-ER-SOCIAL-TOTAL
           ADD WS-GROSS TO WS-GRAND-TOTAL
           ADD WS-NET TO WS-NET-TOTAL
           ADD 1 TO WS-PAID-COUNT.
       PAY-ONE-EMPLOYEE-EXIT.
           EXIT.

       PAY-FINAL-QUEUE.
      *> each leaver queued and due by this pay date is paid once,
      *> from the image retired at termination
           PERFORM VARYING WS-FPQ-I FROM 1 BY 1
                   UNTIL WS-FPQ-I > WS-FPQ-COUNT
               IF FPQ-STATUS(WS-FPQ-I) = 'Q'
                   PERFORM PAY-ONE-LEAVER THRU PAY-ONE-LEAVER-EXIT
               END-IF
           END-PERFORM.

       PAY-ONE-LEAVER.
           IF FPQ-EMPID(WS-FPQ-I) NOT NUMERIC
             OR FPQ-EFFDATE(WS-FPQ-I) NOT NUMERIC
               ADD 1 TO WS-FINAL-HELD
               DISPLAY "PAYROLL-REGISTER: final pay queue entry "
                   FPQ-EMPID(WS-FPQ-I) "," FPQ-EFFDATE(WS-FPQ-I)
                   " is not valid - not paid"
               GO TO PAY-ONE-LEAVER-EXIT
           END-IF
           IF FPQ-EFFDATE(WS-FPQ-I) > WS-PAY-DATE
               DISPLAY "PAYROLL-REGISTER: final pay for employee "
                   FPQ-EMPID(WS-FPQ-I) " not due until "
                   FPQ-EFFDATE(WS-FPQ-I) " - left queued"
               GO TO PAY-ONE-LEAVER-EXIT
           END-IF
      *> a leaver still on the roster was reinstated, or the
      *> termination never reached the master - payroll must look
           MOVE FPQ-EMPID(WS-FPQ-I) TO EMPLOYEE-ID OF EMPLOYEE-RECORD
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-FINAL-HELD
                   DISPLAY "PAYROLL-REGISTER: employee "
                       FPQ-EMPID(WS-FPQ-I) " is still on the roster "
                       "- final pay held"
                   GO TO PAY-ONE-LEAVER-EXIT
           END-READ
           IF FPQ-IMAGE(WS-FPQ-I) = SPACES
               ADD 1 TO WS-FINAL-HELD
               DISPLAY "PAYROLL-REGISTER: no terminated history for "
                   "employee " FPQ-EMPID(WS-FPQ-I) " effective "
                   FPQ-EFFDATE(WS-FPQ-I) " - final pay held"
               GO TO PAY-ONE-LEAVER-EXIT
           END-IF
           MOVE FPQ-IMAGE(WS-FPQ-I) TO EMPLOYEE-RECORD
           MOVE WS-FPQ-I TO WS-FPQ-CUR
           MOVE WS-ROW-COUNT TO WS-FINAL-ROWS
           PERFORM PAY-ONE-EMPLOYEE THRU PAY-ONE-EMPLOYEE-EXIT
           IF WS-ROW-COUNT > WS-FINAL-ROWS
               MOVE 'Y' TO FPQ-PICKED(WS-FPQ-I)
               ADD 1 TO WS-FINAL-PAID
           END-IF.
       PAY-ONE-LEAVER-EXIT.
           EXIT.

       COMPUTE-DEDUCTIONS.
      *> each enrollment in force on the pay date takes its bite -
      *> flat codes per period, percentage codes off this period's
      *> gross, and only the employee's share leaves the paycheck
           MOVE 0 TO WS-EMP-DEDUCTIONS
           MOVE EMPLOYEE-ID OF EMPLOYEE-RECORD TO WS-EMPID-X
           MOVE WS-PAY-DATE TO WS-ENR-AS-OF
           IF WS-FINAL-RUN = 'Y'
               MOVE WS-PERIOD-END TO WS-ENR-AS-OF
           END-IF
           PERFORM VARYING WS-ENR-I FROM 1 BY 1
                   UNTIL WS-ENR-I > WS-ENR-COUNT
               IF ENR-EMPID(WS-ENR-I) = WS-EMPID-X
                 AND ENR-EFFDATE(WS-ENR-I) <= WS-ENR-AS-OF
                 AND (ENR-ENDDATE(WS-ENR-I) = SPACES
                      OR ENR-ENDDATE(WS-ENR-I) >= WS-ENR-AS-OF)
                   PERFORM TAKE-ONE-DEDUCTION
               END-IF
           END-PERFORM
               END-IF
           END-PERFORM.

       COMPUTE-WITHHOLDING.
      *> federal and state income tax by the employee's election,
      *> then social insurance at a flat rate on gross - the
      *> employer matches its own share on top of the paycheck
           MOVE 'S' TO WS-FED-STATUS WS-ST-STATUS
           MOVE 0 TO WS-FED-ALLOW WS-FED-ADDL WS-ST-ALLOW WS-ST-ADDL
           PERFORM VARYING WS-ELE-I FROM 1 BY 1
                   UNTIL WS-ELE-I > WS-ELE-COUNT
               IF ELE-EMPID(WS-ELE-I) = WS-EMPID-X
                   MOVE ELE-FED-STATUS(WS-ELE-I) TO WS-FED-STATUS
                   MOVE ELE-FED-ALLOW(WS-ELE-I) TO WS-FED-ALLOW
                   MOVE ELE-FED-ADDL(WS-ELE-I) TO WS-FED-ADDL
                   MOVE ELE-ST-STATUS(WS-ELE-I) TO WS-ST-STATUS
                   MOVE ELE-ST-ALLOW(WS-ELE-I) TO WS-ST-ALLOW
                   MOVE ELE-ST-ADDL(WS-ELE-I) TO WS-ST-ADDL
                   MOVE WS-ELE-COUNT TO WS-ELE-I
               END-IF
           END-PERFORM
      *> the tables carry M, B and W - anything else is paid weekly,
      *> the same as COMPUTE-GROSS
           MOVE COMP-PAY-FREQ TO WS-TAX-FREQ
           IF WS-TAX-FREQ NOT = 'M' AND WS-TAX-FREQ NOT = 'B'
               MOVE 'W' TO WS-TAX-FREQ
           END-IF
           MOVE "FED" TO WS-TAX-JURIS
           MOVE WS-FED-STATUS TO WS-TAX-STATUS
           MOVE WS-FED-ALLOW TO WS-TAX-ALLOW
           MOVE WS-FED-ADDL TO WS-TAX-ADDL
           PERFORM COMPUTE-ONE-TAX
           MOVE WS-TAX-AMOUNT TO WS-FED-TAX
           IF WS-TAX-FOUND = 'N'
               ADD 1 TO WS-NO-TAX-COUNT
               DISPLAY "PAYROLL-REGISTER: no federal bracket for "
                   "employee " EMPLOYEE-ID OF EMPLOYEE-RECORD
                   " (status " WS-FED-STATUS ", frequency "
                   WS-TAX-FREQ ") - nothing withheld"
           END-IF
      *> the state is the mailing address's - a state with no rows
      *> in the table levies no income tax
           MOVE STATE OF EMPLOYEE OF EMPLOYEE-RECORD TO WS-TAX-JURIS
           MOVE WS-ST-STATUS TO WS-TAX-STATUS
           MOVE WS-ST-ALLOW TO WS-TAX-ALLOW
           MOVE WS-ST-ADDL TO WS-TAX-ADDL
           PERFORM COMPUTE-ONE-TAX
           MOVE WS-TAX-AMOUNT TO WS-STATE-TAX
           MOVE 0 TO WS-SOCIAL-TAX WS-ER-SOCIAL
           PERFORM VARYING WS-TAX-I FROM 1 BY 1
                   UNTIL WS-TAX-I > WS-SOC-COUNT
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-GROSS * SOC-EE-RATE(WS-TAX-I) / 100
               ADD WS-TAX-AMOUNT TO WS-SOCIAL-TAX
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-GROSS * SOC-ER-RATE(WS-TAX-I) / 100
               ADD WS-TAX-AMOUNT TO WS-ER-SOCIAL
           END-PERFORM
           COMPUTE WS-NET = WS-NET - WS-FED-TAX - WS-STATE-TAX
               - WS-SOCIAL-TAX.

       COMPUTE-GARNISHMENTS.
      *> the orders come out after tax, one at a time in priority
      *> order (file order breaks a tie) - each takes what it asks,
      *> no more than its balance, no more than the net still left,
      *> and never so much that the employee's garnishments together
      *> pass the order's cap on disposable earnings
           MOVE 0 TO WS-EMP-GARNISHED
           COMPUTE WS-DISPOSABLE = WS-GROSS - WS-FED-TAX
               - WS-STATE-TAX - WS-SOCIAL-TAX
           IF WS-DISPOSABLE < 0
               MOVE 0 TO WS-DISPOSABLE
           END-IF
           PERFORM VARYING WS-GRN-I FROM 1 BY 1
                   UNTIL WS-GRN-I > WS-GRN-COUNT
               IF GRN-EMPID(WS-GRN-I) = WS-EMPID-X
                 AND GRN-STATUS(WS-GRN-I) = 'A'
                 AND GRN-EFFDATE(WS-GRN-I) <= WS-PAY-DATE
                 AND GRN-BALANCE(WS-GRN-I) > 0
                   MOVE 'N' TO GRN-DONE(WS-GRN-I)
               END-IF
           END-PERFORM
           MOVE 1 TO WS-GRN-NEXT
           PERFORM UNTIL WS-GRN-NEXT = 0
               MOVE 0 TO WS-GRN-NEXT
               PERFORM VARYING WS-GRN-I FROM 1 BY 1
                       UNTIL WS-GRN-I > WS-GRN-COUNT
                   IF GRN-EMPID(WS-GRN-I) = WS-EMPID-X
                     AND GRN-DONE(WS-GRN-I) = 'N'
                       IF WS-GRN-NEXT = 0
                           MOVE WS-GRN-I TO WS-GRN-NEXT
                       ELSE
                           IF GRN-PRIORITY(WS-GRN-I)
                               < GRN-PRIORITY(WS-GRN-NEXT)
                               MOVE WS-GRN-I TO WS-GRN-NEXT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-GRN-NEXT NOT = 0
                   PERFORM TAKE-ONE-GARNISHMENT
               END-IF
           END-PERFORM
           ADD WS-EMP-GARNISHED TO WS-GARNISH-TOTAL.

       TAKE-ONE-GARNISHMENT.
           MOVE 'Y' TO GRN-DONE(WS-GRN-NEXT)
           IF GRN-METHOD(WS-GRN-NEXT) = 'P'
               COMPUTE WS-GARNISH-WANTED ROUNDED = WS-DISPOSABLE
                   * GRN-AMOUNT(WS-GRN-NEXT) / 100
           ELSE
               MOVE GRN-AMOUNT(WS-GRN-NEXT) TO WS-GARNISH-WANTED
           END-IF
           IF WS-GARNISH-WANTED > GRN-BALANCE(WS-GRN-NEXT)
               MOVE GRN-BALANCE(WS-GRN-NEXT) TO WS-GARNISH-WANTED
           END-IF
           COMPUTE WS-GARNISH-ROOM ROUNDED = WS-DISPOSABLE
               * GRN-CAP(WS-GRN-NEXT) / 100 - WS-EMP-GARNISHED
           IF WS-GARNISH-ROOM > WS-NET
               MOVE WS-NET TO WS-GARNISH-ROOM
           END-IF
           IF WS-GARNISH-ROOM < 0
               MOVE 0 TO WS-GARNISH-ROOM
           END-IF
           MOVE 'N' TO GRN-LIMITED(WS-GRN-NEXT)
           IF WS-GARNISH-WANTED > WS-GARNISH-ROOM
               MOVE WS-GARNISH-ROOM TO WS-GARNISH-WANTED
               MOVE 'Y' TO GRN-LIMITED(WS-GRN-NEXT)
               ADD 1 TO WS-GARNISH-LIMITED
           END-IF
           MOVE WS-GARNISH-WANTED TO GRN-TAKEN(WS-GRN-NEXT)
           ADD WS-GARNISH-WANTED TO WS-EMP-GARNISHED
           SUBTRACT WS-GARNISH-WANTED FROM WS-NET.

       COMPUTE-ONE-TAX.
      *> the period wage less the allowances, taxed by the highest
      *> bracket it reaches: base tax plus the rate on the excess,
      *> then the employee's additional amount on top
           MOVE 0 TO WS-TAX-AMOUNT
           MOVE 'N' TO WS-TAX-FOUND
           COMPUTE WS-TAX-TAXABLE = WS-GROSS
           PERFORM VARYING WS-TAX-I FROM 1 BY 1
                   UNTIL WS-TAX-I > WS-ALW-COUNT
               IF ALW-JURIS(WS-TAX-I) = WS-TAX-JURIS
                 AND ALW-FREQ(WS-TAX-I) = WS-TAX-FREQ
                   COMPUTE WS-TAX-TAXABLE = WS-TAX-TAXABLE
                       - ALW-AMOUNT(WS-TAX-I) * WS-TAX-ALLOW
                   MOVE WS-ALW-COUNT TO WS-TAX-I
               END-IF
           END-PERFORM
           IF WS-TAX-TAXABLE < 0
               MOVE 0 TO WS-TAX-TAXABLE
           END-IF
           MOVE 0 TO WS-TAX-BEST
           PERFORM VARYING WS-TAX-I FROM 1 BY 1
                   UNTIL WS-TAX-I > WS-BRK-COUNT
               IF BRK-JURIS(WS-TAX-I) = WS-TAX-JURIS
                 AND BRK-STATUS(WS-TAX-I) = WS-TAX-STATUS
                 AND BRK-FREQ(WS-TAX-I) = WS-TAX-FREQ
                   MOVE 'Y' TO WS-TAX-FOUND
                   IF BRK-OVER(WS-TAX-I) <= WS-TAX-TAXABLE
                       IF WS-TAX-BEST = 0
                           MOVE WS-TAX-I TO WS-TAX-BEST
                       ELSE
                           IF BRK-OVER(WS-TAX-I)
                               > BRK-OVER(WS-TAX-BEST)
                               MOVE WS-TAX-I TO WS-TAX-BEST
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TAX-BEST > 0
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   BRK-BASE(WS-TAX-BEST)
                   + (WS-TAX-TAXABLE - BRK-OVER(WS-TAX-BEST))
                   * BRK-RATE(WS-TAX-BEST) / 100
           END-IF
           IF WS-TAX-FOUND = 'Y'
               ADD WS-TAX-ADDL TO WS-TAX-AMOUNT
           END-IF.

       LOAD-TAX-TABLES.
           MOVE SPACES TO WS-ENV-TAX-TABLE-FILE-NAME
           ACCEPT WS-ENV-TAX-TABLE-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-TAX-TABLE-FILE"
           IF WS-ENV-TAX-TABLE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TAX-TABLE-FILE-NAME
                   TO WS-TAX-TABLE-FILE-NAME
           END-IF
           OPEN INPUT TAX-TABLE-FILE
           IF WS-TAX-TABLE-STATUS NOT = "00"
               IF WS-TAX-TABLE-STATUS = "05"
                   CLOSE TAX-TABLE-FILE
               END-IF
               DISPLAY "PAYROLL-REGISTER: no tax table - "
                   TRIM(WS-TAX-TABLE-FILE-NAME)
                   " - nothing can be withheld"
               GO TO LOAD-TAX-TABLES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TAX-TABLE-FILE INTO TAX-TABLE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STAGE-ONE-TAX-ROW
               END-READ
           END-PERFORM
           CLOSE TAX-TABLE-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-TAX-TABLES-EXIT.
           EXIT.

       STAGE-ONE-TAX-ROW.
           MOVE SPACES TO WS-TAX-TYPE-X WS-TAX-FLD-1 WS-TAX-FLD-2
               WS-TAX-FLD-3 WS-TAX-FLD-4 WS-TAX-FLD-5 WS-TAX-FLD-6
           UNSTRING TAX-TABLE-RECORD DELIMITED BY ","
               INTO WS-TAX-TYPE-X WS-TAX-FLD-1 WS-TAX-FLD-2
                   WS-TAX-FLD-3 WS-TAX-FLD-4 WS-TAX-FLD-5
                   WS-TAX-FLD-6
           EVALUATE WS-TAX-TYPE-X
               WHEN 'B'
                   IF WS-BRK-COUNT < 1000
                       ADD 1 TO WS-BRK-COUNT
                       MOVE WS-TAX-FLD-1 TO BRK-JURIS(WS-BRK-COUNT)
                       MOVE WS-TAX-FLD-2 TO BRK-STATUS(WS-BRK-COUNT)
                       MOVE WS-TAX-FLD-3 TO BRK-FREQ(WS-BRK-COUNT)
                       MOVE NUMVAL(WS-TAX-FLD-4)
                           TO BRK-OVER(WS-BRK-COUNT)
                       MOVE NUMVAL(WS-TAX-FLD-5)
                           TO BRK-RATE(WS-BRK-COUNT)
                       MOVE NUMVAL(WS-TAX-FLD-6)
                           TO BRK-BASE(WS-BRK-COUNT)
                   END-IF
               WHEN 'A'
                   IF WS-ALW-COUNT < 200
                       ADD 1 TO WS-ALW-COUNT
                       MOVE WS-TAX-FLD-1 TO ALW-JURIS(WS-ALW-COUNT)
                       MOVE WS-TAX-FLD-2 TO ALW-FREQ(WS-ALW-COUNT)
                       MOVE NUMVAL(WS-TAX-FLD-3)
                           TO ALW-AMOUNT(WS-ALW-COUNT)
                   END-IF
               WHEN 'S'
                   IF WS-SOC-COUNT < 10
                       ADD 1 TO WS-SOC-COUNT
                       MOVE WS-TAX-FLD-1 TO SOC-CODE(WS-SOC-COUNT)
                       MOVE NUMVAL(WS-TAX-FLD-2)
                           TO SOC-EE-RATE(WS-SOC-COUNT)
                       MOVE NUMVAL(WS-TAX-FLD-3)
                           TO SOC-ER-RATE(WS-SOC-COUNT)
                   END-IF
           END-EVALUATE.

       LOAD-ELECTIONS.
           MOVE SPACES TO WS-ENV-ELECTION-FILE-NAME
           ACCEPT WS-ENV-ELECTION-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-TAX-ELECTION-FILE"
           IF WS-ENV-ELECTION-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ELECTION-FILE-NAME TO WS-ELECTION-FILE-NAME
           END-IF
           OPEN INPUT ELECTION-FILE
           IF WS-ELECTION-STATUS NOT = "00"
               IF WS-ELECTION-STATUS = "05"
                   CLOSE ELECTION-FILE
               END-IF
               GO TO LOAD-ELECTIONS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ELECTION-FILE INTO ELECTION-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ELE-COUNT < 1000
                           PERFORM STAGE-ONE-ELECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ELECTION-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-ELECTIONS-EXIT.
           EXIT.

       STAGE-ONE-ELECTION.
           ADD 1 TO WS-ELE-COUNT
           MOVE SPACES TO WS-TAX-FLD-1 WS-TAX-FLD-2 WS-TAX-FLD-3
               WS-TAX-FLD-4 WS-TAX-FLD-5 WS-TAX-FLD-6
           UNSTRING ELECTION-RECORD DELIMITED BY ","
               INTO ELE-EMPID(WS-ELE-COUNT) WS-TAX-FLD-1
                   WS-TAX-FLD-2 WS-TAX-FLD-3 WS-TAX-FLD-4
                   WS-TAX-FLD-5 WS-TAX-FLD-6
           MOVE WS-TAX-FLD-1 TO ELE-FED-STATUS(WS-ELE-COUNT)
           IF ELE-FED-STATUS(WS-ELE-COUNT) = SPACE
               MOVE 'S' TO ELE-FED-STATUS(WS-ELE-COUNT)
           END-IF
           MOVE 0 TO ELE-FED-ALLOW(WS-ELE-COUNT)
               ELE-FED-ADDL(WS-ELE-COUNT)
               ELE-ST-ALLOW(WS-ELE-COUNT)
               ELE-ST-ADDL(WS-ELE-COUNT)
           IF WS-TAX-FLD-2 NOT = SPACES
               MOVE NUMVAL(WS-TAX-FLD-2) TO ELE-FED-ALLOW(WS-ELE-COUNT)
           END-IF
           IF WS-TAX-FLD-3 NOT = SPACES
               MOVE NUMVAL(WS-TAX-FLD-3) TO ELE-FED-ADDL(WS-ELE-COUNT)
           END-IF
      *> no separate state election means the federal one stands
           IF WS-TAX-FLD-4 = SPACES
               MOVE ELE-FED-STATUS(WS-ELE-COUNT)
                   TO ELE-ST-STATUS(WS-ELE-COUNT)
               MOVE ELE-FED-ALLOW(WS-ELE-COUNT)
                   TO ELE-ST-ALLOW(WS-ELE-COUNT)
           ELSE
               MOVE WS-TAX-FLD-4 TO ELE-ST-STATUS(WS-ELE-COUNT)
               IF WS-TAX-FLD-5 NOT = SPACES
                   MOVE NUMVAL(WS-TAX-FLD-5)
                       TO ELE-ST-ALLOW(WS-ELE-COUNT)
               END-IF
           END-IF
           IF WS-TAX-FLD-6 NOT = SPACES
               MOVE NUMVAL(WS-TAX-FLD-6) TO ELE-ST-ADDL(WS-ELE-COUNT)
           END-IF.

       LOAD-BENEFITS.
           MOVE 'N' TO WS-EOF
           MOVE SPACES TO WS-ENV-BENEFIT-FILE-NAME
                   NOT AT END
                       IF WS-ENR-COUNT < 1000
                           ADD 1 TO WS-ENR-COUNT
                           MOVE SPACES TO WS-ENR-ENTRY(WS-ENR-COUNT)
                           UNSTRING ENROLL-RECORD DELIMITED BY ","
                               INTO ENR-EMPID(WS-ENR-COUNT)
                                   ENR-CODE(WS-ENR-COUNT)
                                   ENR-EFFDATE(WS-ENR-COUNT)
                                   ENR-ENDDATE(WS-ENR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
       LOAD-ENROLLMENTS-EXIT.
           EXIT.

       LOAD-GARNISHMENTS.
           MOVE SPACES TO WS-ENV-GARNISH-FILE-NAME
           ACCEPT WS-ENV-GARNISH-FILE-NAME FROM ENVIRONMENT
               "GARNISHMENT-FILE"
           IF WS-ENV-GARNISH-FILE-NAME NOT = SPACES
               MOVE WS-ENV-GARNISH-FILE-NAME TO WS-GARNISH-FILE-NAME
           END-IF
           OPEN INPUT GARNISH-FILE
           IF WS-GARNISH-STATUS NOT = "00"
               IF WS-GARNISH-STATUS = "05"
                   CLOSE GARNISH-FILE
               END-IF
               GO TO LOAD-GARNISHMENTS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GARNISH-FILE INTO GARNISH-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GARNISH-RECORD NOT = SPACES
                           IF WS-GRN-COUNT < 1000
                               ADD 1 TO WS-GRN-COUNT
                               PERFORM STAGE-ONE-GARNISHMENT
                           ELSE
                               MOVE 'Y' TO WS-GARNISH-FAILED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GARNISH-FILE
           MOVE 'N' TO WS-EOF
           IF WS-GARNISH-FAILED = 'Y'
               DISPLAY "PAYROLL-REGISTER: more than 1000 garnishment "
                   "orders in " TRIM(WS-GARNISH-FILE-NAME)
                   " - no garnishments applied this run"
               MOVE 0 TO WS-GRN-COUNT
           END-IF.
       LOAD-GARNISHMENTS-EXIT.
           EXIT.

       STAGE-ONE-GARNISHMENT.
           MOVE SPACES TO WS-GRN-FIELDS
           UNSTRING GARNISH-RECORD DELIMITED BY ","
               INTO GRN-EMPID(WS-GRN-COUNT) GRN-CASE(WS-GRN-COUNT)
                   GRN-TYPE(WS-GRN-COUNT) GRN-PAYEE(WS-GRN-COUNT)
                   GRN-METHOD(WS-GRN-COUNT) WS-GRN-AMOUNT-X
                   WS-GRN-CAP-X WS-GRN-PRIORITY-X WS-GRN-BALANCE-X
                   GRN-EFFDATE(WS-GRN-COUNT) GRN-STATUS(WS-GRN-COUNT)
           MOVE NUMVAL(WS-GRN-AMOUNT-X) TO GRN-AMOUNT(WS-GRN-COUNT)
           MOVE NUMVAL(WS-GRN-CAP-X) TO GRN-CAP(WS-GRN-COUNT)
           MOVE NUMVAL(WS-GRN-PRIORITY-X)
               TO GRN-PRIORITY(WS-GRN-COUNT)
           MOVE NUMVAL(WS-GRN-BALANCE-X) TO GRN-BALANCE(WS-GRN-COUNT)
           MOVE 0 TO GRN-TAKEN(WS-GRN-COUNT)
           MOVE 'N' TO GRN-LIMITED(WS-GRN-COUNT)
               GRN-POSTED(WS-GRN-COUNT)
           MOVE 'Y' TO GRN-DONE(WS-GRN-COUNT).

       LOAD-FINAL-QUEUE.
           MOVE SPACES TO WS-ENV-FINAL-PAY-FILE-NAME
           ACCEPT WS-ENV-FINAL-PAY-FILE-NAME FROM ENVIRONMENT
               "FINAL-PAY-QUEUE-FILE"
           IF WS-ENV-FINAL-PAY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-FINAL-PAY-FILE-NAME TO WS-FINAL-PAY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TERMINATED-FILE-NAME
           ACCEPT WS-ENV-TERMINATED-FILE-NAME FROM ENVIRONMENT
               "EMPLOYEE-TERMINATED-FILE"
           IF WS-ENV-TERMINATED-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TERMINATED-FILE-NAME
                   TO WS-TERMINATED-FILE-NAME
           END-IF
           OPEN INPUT FINAL-PAY-FILE
           IF WS-FINAL-PAY-STATUS NOT = "00"
               IF WS-FINAL-PAY-STATUS = "05"
                   CLOSE FINAL-PAY-FILE
               END-IF
               DISPLAY "PAYROLL-REGISTER: no final pay queue - "
                   TRIM(WS-FINAL-PAY-FILE-NAME) " - nobody to pay"
               GO TO LOAD-FINAL-QUEUE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FINAL-PAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FINAL-PAY-RECORD NOT = SPACES
                           IF WS-FPQ-COUNT < 200
                               ADD 1 TO WS-FPQ-COUNT
                               PERFORM STAGE-ONE-FINAL-PAY
                           ELSE
                               MOVE 'Y' TO WS-FINAL-FAILED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINAL-PAY-FILE
           MOVE 'N' TO WS-EOF
           IF WS-FINAL-FAILED = 'Y'
               DISPLAY "PAYROLL-REGISTER: more than 200 entries on the "
                   "final pay queue " TRIM(WS-FINAL-PAY-FILE-NAME)
                   " - no final pay this run"
               MOVE 0 TO WS-FPQ-COUNT
               GO TO LOAD-FINAL-QUEUE-EXIT
           END-IF
      *> each leaver's retired image - the last written for that
      *> termination date, should it have been applied twice
           OPEN INPUT TERMINATED-FILE
           IF WS-TERMINATED-STATUS NOT = "00"
               IF WS-TERMINATED-STATUS = "05"
                   CLOSE TERMINATED-FILE
               END-IF
               GO TO LOAD-FINAL-QUEUE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERMINATED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-TERMINATION
               END-READ
           END-PERFORM
           CLOSE TERMINATED-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-FINAL-QUEUE-EXIT.
           EXIT.

       STAGE-ONE-FINAL-PAY.
           MOVE SPACES TO WS-FPQ-ENTRY(WS-FPQ-COUNT)
           UNSTRING FINAL-PAY-RECORD DELIMITED BY ","
               INTO FPQ-EMPID(WS-FPQ-COUNT) FPQ-EFFDATE(WS-FPQ-COUNT)
                   FPQ-REASON(WS-FPQ-COUNT) FPQ-STATUS(WS-FPQ-COUNT)
                   FPQ-PAY-DATE(WS-FPQ-COUNT)
           MOVE 'N' TO FPQ-PICKED(WS-FPQ-COUNT)
               FPQ-POSTED(WS-FPQ-COUNT)
           MOVE 0 TO FPQ-SALARY(WS-FPQ-COUNT)
               FPQ-PAID-THROUGH(WS-FPQ-COUNT)
               FPQ-LEAVE-DAYS(WS-FPQ-COUNT) FPQ-LEAVE-PAY(WS-FPQ-COUNT)
               FPQ-RECOVERED(WS-FPQ-COUNT) FPQ-SHORT(WS-FPQ-COUNT).

       MATCH-ONE-TERMINATION.
           MOVE TRM-IMAGE(1:9) TO WS-FPQ-EMPID-X
           MOVE TRM-EFFDATE TO WS-FPQ-EFFDATE-X
           PERFORM VARYING WS-FPQ-I FROM 1 BY 1
                   UNTIL WS-FPQ-I > WS-FPQ-COUNT
               IF FPQ-EMPID(WS-FPQ-I) = WS-FPQ-EMPID-X
                 AND FPQ-EFFDATE(WS-FPQ-I) = WS-FPQ-EFFDATE-X
                   MOVE TRM-IMAGE TO FPQ-IMAGE(WS-FPQ-I)
               END-IF
           END-PERFORM.

       LOAD-LEAVE-BALANCES.
           MOVE SPACES TO WS-ENV-LEAVE-FILE-NAME
           ACCEPT WS-ENV-LEAVE-FILE-NAME FROM ENVIRONMENT
               "LEAVE-BALANCE-FILE"
           IF WS-ENV-LEAVE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-LEAVE-FILE-NAME TO WS-LEAVE-FILE-NAME
           END-IF
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS NOT = "00"
               IF WS-LEAVE-STATUS = "05"
                   CLOSE LEAVE-FILE
               END-IF
               GO TO LOAD-LEAVE-BALANCES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEAVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LEAVE-RECORD NOT = SPACES
                           IF WS-LVB-COUNT < 1000
                               ADD 1 TO WS-LVB-COUNT
                               MOVE SPACES TO WS-LVB-EMPID-X
                                   WS-LVB-DAYS-X
                               UNSTRING LEAVE-RECORD DELIMITED BY ","
                                   INTO WS-LVB-EMPID-X WS-LVB-DAYS-X
                               MOVE NUMVAL(WS-LVB-EMPID-X)
                                   TO LVB-EMPID(WS-LVB-COUNT)
                               MOVE NUMVAL(WS-LVB-DAYS-X)
                                   TO LVB-DAYS(WS-LVB-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-FINAL-FAILED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE
           MOVE 'N' TO WS-EOF
      *> a balance file bigger than the table is never rewritten
      *> from it, so no leaver is paid against it either
           IF WS-FINAL-FAILED = 'Y'
               DISPLAY "PAYROLL-REGISTER: more than 1000 leave "
                   "balances in " TRIM(WS-LEAVE-FILE-NAME)
                   " - no final pay this run"
               MOVE 0 TO WS-LVB-COUNT WS-FPQ-COUNT
           END-IF.
       LOAD-LEAVE-BALANCES-EXIT.
           EXIT.

       COMPUTE-GROSS.
      *> period boundaries anchor on the pay date: a month, a
      *> fortnight or a week ending on payday
           EVALUATE COMP-PAY-FREQ
               WHEN 'M'
                   MOVE WS-PAY-DATE TO WS-PERIOD-START
                   MOVE "01" TO WS-PERIOD-START(7:2)
                   MOVE WS-PAY-DATE TO WS-PERIOD-END
                   MOVE 173.33 TO WS-PERIOD-HOURS
                   COMPUTE WS-GROSS ROUNDED =
                   COMPUTE WS-GROSS ROUNDED =
                       COMP-ANNUAL-SALARY / 52
           END-EVALUATE
           MOVE 'N' TO WS-NO-TIME
           MOVE 0 TO WS-REG-HOURS WS-OT-HOURS WS-HOL-HOURS
           IF COMP-BASIS = 'H'
               PERFORM COMPUTE-HOURLY-GROSS
           END-IF.

       COMPUTE-FINAL-GROSS.
      *> the last period runs from the day after the last period
      *> paid - or, with none on file, from the start of the cycle
      *> period the termination falls in, never before the hire
      *> date - through the termination date
           MOVE 'N' TO WS-NO-TIME
           MOVE 0 TO WS-REG-HOURS WS-OT-HOURS WS-HOL-HOURS
               WS-FINAL-SALARY WS-GROSS
           MOVE FPQ-EFFDATE(WS-FPQ-CUR) TO WS-PERIOD-END
           MOVE 0 TO WS-FINAL-LAST-END
           PERFORM VARYING WS-PH-I FROM 1 BY 1
                   UNTIL WS-PH-I > WS-PH-COUNT
               IF PH-TYPE(WS-PH-I) = 'P'
                 AND PH-EMPID(WS-PH-I) = WS-EMPID-X
                 AND PH-END(WS-PH-I) > WS-FINAL-LAST-END
                   MOVE PH-END(WS-PH-I) TO WS-FINAL-LAST-END
               END-IF
           END-PERFORM
           IF WS-FINAL-LAST-END > 0
               MOVE DATE-OF-INTEGER(
                   INTEGER-OF-DATE(WS-FINAL-LAST-END) + 1)
                   TO WS-PERIOD-START
           ELSE
               EVALUATE COMP-PAY-FREQ
                   WHEN 'M'
                       MOVE WS-PERIOD-END TO WS-PERIOD-START
                       MOVE "01" TO WS-PERIOD-START(7:2)
                   WHEN 'B'
                       MOVE DATE-OF-INTEGER(
                           INTEGER-OF-DATE(WS-PERIOD-END) - 13)
                           TO WS-PERIOD-START
                   WHEN OTHER
                       MOVE DATE-OF-INTEGER(
                           INTEGER-OF-DATE(WS-PERIOD-END) - 6)
                           TO WS-PERIOD-START
               END-EVALUATE
           END-IF
           IF WS-PERIOD-START < HIRE-DATE OF EMPLOYEE OF EMPLOYEE-RECORD
               MOVE HIRE-DATE OF EMPLOYEE OF EMPLOYEE-RECORD
                   TO WS-PERIOD-START
           END-IF
      *> the daily rate LEAVE-LIABILITY values the balance at
           IF COMP-BASIS = 'H'
               COMPUTE WS-FINAL-ANNUAL =
                   COMP-HOURLY-RATE * WS-FINAL-ANNUAL-HOURS
           ELSE
               MOVE COMP-ANNUAL-SALARY TO WS-FINAL-ANNUAL
           END-IF
           COMPUTE WS-FINAL-DAILY-RATE ROUNDED =
               WS-FINAL-ANNUAL / WS-FINAL-WORK-DAYS
      *> a leaver already paid past the termination date is owed no
      *> more salary - any overpayment is payroll's to recover
           IF WS-PERIOD-START > WS-PERIOD-END
               DISPLAY "PAYROLL-REGISTER: employee " WS-EMPID-X
                   " already paid through " WS-FINAL-LAST-END
                   " - no salary due after " WS-PERIOD-END
               MOVE WS-PERIOD-END TO WS-PERIOD-START
           ELSE
               IF COMP-BASIS = 'H'
                   PERFORM COMPUTE-HOURLY-GROSS
                   MOVE WS-GROSS TO WS-FINAL-SALARY
               ELSE
      *> salaried staff are paid by the weekday through the last
      *> day worked - day 1 of the integer calendar is a Monday
                   MOVE 0 TO WS-FINAL-WEEKDAYS
                   PERFORM VARYING WS-FINAL-DAY
                           FROM INTEGER-OF-DATE(WS-PERIOD-START) BY 1
                           UNTIL WS-FINAL-DAY
                               > INTEGER-OF-DATE(WS-PERIOD-END)
                       IF MOD(WS-FINAL-DAY, 7) >= 1
                         AND MOD(WS-FINAL-DAY, 7) <= 5
                           ADD 1 TO WS-FINAL-WEEKDAYS
                       END-IF
                   END-PERFORM
                   COMPUTE WS-FINAL-SALARY =
                       WS-FINAL-DAILY-RATE * WS-FINAL-WEEKDAYS
               END-IF
           END-IF
           MOVE WS-FINAL-SALARY TO FPQ-SALARY(WS-FPQ-CUR)
      *> unused leave is paid out at the daily rate; an overdrawn
      *> balance comes back out of the salary still owed, and what
      *> the salary cannot cover is left for payroll
           MOVE 0 TO FPQ-LEAVE-DAYS(WS-FPQ-CUR)
               FPQ-LEAVE-PAY(WS-FPQ-CUR) FPQ-RECOVERED(WS-FPQ-CUR)
               FPQ-SHORT(WS-FPQ-CUR)
           PERFORM VARYING WS-LVB-I FROM 1 BY 1
                   UNTIL WS-LVB-I > WS-LVB-COUNT
               IF LVB-EMPID(WS-LVB-I) = EMPLOYEE-ID OF EMPLOYEE-RECORD
                   MOVE LVB-DAYS(WS-LVB-I) TO FPQ-LEAVE-DAYS(WS-FPQ-CUR)
                   MOVE WS-LVB-COUNT TO WS-LVB-I
               END-IF
           END-PERFORM
           IF FPQ-LEAVE-DAYS(WS-FPQ-CUR) > 0
               COMPUTE FPQ-LEAVE-PAY(WS-FPQ-CUR) ROUNDED =
                   FPQ-LEAVE-DAYS(WS-FPQ-CUR) * WS-FINAL-DAILY-RATE
           END-IF
           IF FPQ-LEAVE-DAYS(WS-FPQ-CUR) < 0
               COMPUTE WS-FINAL-WANTED ROUNDED =
                   0 - FPQ-LEAVE-DAYS(WS-FPQ-CUR) * WS-FINAL-DAILY-RATE
               MOVE WS-FINAL-SALARY TO WS-FINAL-ROOM
               IF WS-FINAL-WANTED > WS-FINAL-ROOM
                   MOVE WS-FINAL-ROOM TO FPQ-RECOVERED(WS-FPQ-CUR)
                   COMPUTE FPQ-SHORT(WS-FPQ-CUR) =
                       WS-FINAL-WANTED - WS-FINAL-ROOM
               ELSE
                   MOVE WS-FINAL-WANTED TO FPQ-RECOVERED(WS-FPQ-CUR)
               END-IF
           END-IF
           COMPUTE WS-GROSS = WS-FINAL-SALARY
               + FPQ-LEAVE-PAY(WS-FPQ-CUR) - FPQ-RECOVERED(WS-FPQ-CUR).

       LIMIT-FINAL-RECOVERY.
      *> overdrawn leave is never recovered past the point the last
      *> paycheck goes negative - what is handed back is left short
      *> and the taxes are worked again on the larger gross
           MOVE WS-NO-TAX-COUNT TO WS-FINAL-NO-TAX
           PERFORM UNTIL WS-NET >= 0 OR FPQ-RECOVERED(WS-FPQ-CUR) = 0
               COMPUTE WS-FINAL-WANTED = 0 - WS-NET
               IF WS-FINAL-WANTED > FPQ-RECOVERED(WS-FPQ-CUR)
                   MOVE FPQ-RECOVERED(WS-FPQ-CUR) TO WS-FINAL-WANTED
               END-IF
               SUBTRACT WS-FINAL-WANTED FROM FPQ-RECOVERED(WS-FPQ-CUR)
               ADD WS-FINAL-WANTED TO FPQ-SHORT(WS-FPQ-CUR) WS-GROSS
               PERFORM COMPUTE-DEDUCTIONS
               PERFORM COMPUTE-WITHHOLDING
           END-PERFORM
      *> a missing bracket is still one employee, however often
      *> the taxes were worked
           MOVE WS-FINAL-NO-TAX TO WS-NO-TAX-COUNT
           IF FPQ-SHORT(WS-FPQ-CUR) > 0
               ADD 1 TO WS-FINAL-SHORT-COUNT
               MOVE FPQ-SHORT(WS-FPQ-CUR) TO WS-DED-ED
               DISPLAY "PAYROLL-REGISTER: overdrawn leave of "
                   "employee " WS-EMPID-X " exceeds the final "
                   "pay - " TRIM(WS-DED-ED) " not recovered"
           END-IF.

       COMPUTE-HOURLY-GROSS.
      *> the approved hours dated inside this employee's period -
      *> regular at the rate, overtime and holiday at their premiums
           PERFORM VARYING WS-WEEK-NO FROM 1 BY 1 UNTIL WS-WEEK-NO > 6
               MOVE 0 TO WS-WEEK-HOURS(WS-WEEK-NO)
           END-PERFORM
           PERFORM VARYING WS-TS-I FROM 1 BY 1
                   UNTIL WS-TS-I > WS-TS-COUNT
               IF TS-EMPID(WS-TS-I) = WS-EMPID-X
                   PERFORM TAKE-ONE-TIMESHEET
               END-IF
           END-PERFORM
           IF WS-REG-HOURS + WS-OT-HOURS + WS-HOL-HOURS = 0
               MOVE 'Y' TO WS-NO-TIME
           END-IF
           PERFORM VARYING WS-WEEK-NO FROM 1 BY 1 UNTIL WS-WEEK-NO > 6
               IF WS-WEEK-HOURS(WS-WEEK-NO) > WS-WEEKLY-LIMIT
                   ADD 1 TO WS-TS-FLAG-COUNT
                   MOVE WS-WEEK-HOURS(WS-WEEK-NO) TO WS-HOURS-ED
                   DISPLAY "PAYROLL-REGISTER: employee " WS-EMPID-X
                       " week " WS-WEEK-NO " of the period has "
                       TRIM(WS-HOURS-ED) " regular hours - over the "
                       "weekly threshold"
               END-IF
           END-PERFORM
           COMPUTE WS-GROSS ROUNDED =
               COMP-HOURLY-RATE * WS-REG-HOURS
               + COMP-HOURLY-RATE * WS-OT-HOURS * WS-OT-PREMIUM
               + COMP-HOURLY-RATE * WS-HOL-HOURS * WS-HOL-PREMIUM.

       TAKE-ONE-TIMESHEET.
           IF TS-DATE(WS-TS-I) < WS-PERIOD-START
             OR TS-DATE(WS-TS-I) > WS-PERIOD-END
               ADD 1 TO WS-TS-REJECT-COUNT
               DISPLAY "PAYROLL-REGISTER: timesheet for employee "
                   WS-EMPID-X " dated " TS-DATE(WS-TS-I)
                   " is outside the pay period " WS-PERIOD-START
                   "-" WS-PERIOD-END " - rejected"
           ELSE
               IF TS-APPROVED(WS-TS-I) NOT = 'A'
                   ADD 1 TO WS-TS-REJECT-COUNT
                   DISPLAY "PAYROLL-REGISTER: timesheet for employee "
                       WS-EMPID-X " dated " TS-DATE(WS-TS-I)
                       " is not approved - not paid"
               ELSE
                   ADD TS-REG(WS-TS-I) TO WS-REG-HOURS
                   ADD TS-OT(WS-TS-I) TO WS-OT-HOURS
                   ADD TS-HOL(WS-TS-I) TO WS-HOL-HOURS
                   COMPUTE WS-WEEK-NO =
                       (INTEGER-OF-DATE(TS-DATE(WS-TS-I))
                       - INTEGER-OF-DATE(WS-PERIOD-START)) / 7 + 1
      *> a leaver's last period can run longer than any cycle's -
      *> its later weeks are checked together
                   IF WS-WEEK-NO > 6
                       MOVE 6 TO WS-WEEK-NO
                   END-IF
                   ADD TS-REG(WS-TS-I) TO WS-WEEK-HOURS(WS-WEEK-NO)
                   IF TS-REG(WS-TS-I) > WS-DAILY-LIMIT
                       ADD 1 TO WS-TS-FLAG-COUNT
                       MOVE TS-REG(WS-TS-I) TO WS-HOURS-ED
                       DISPLAY "PAYROLL-REGISTER: employee "
                           WS-EMPID-X " worked " TRIM(WS-HOURS-ED)
                           " regular hours on " TS-DATE(WS-TS-I)
                           " - over the daily threshold"
                   END-IF
               END-IF
           END-IF.

       LIST-UNKNOWN-TIMESHEETS.
      *> hours booked to an id the roster does not hold
           PERFORM VARYING WS-TS-I FROM 1 BY 1
                   UNTIL WS-TS-I > WS-TS-COUNT
               IF TS-KNOWN(WS-TS-I) NOT = 'Y'
                   ADD 1 TO WS-TS-REJECT-COUNT
                   DISPLAY "PAYROLL-REGISTER: timesheet for "
                       TS-EMPID(WS-TS-I) " dated " TS-DATE(WS-TS-I)
                       " names no employee on file - rejected"
               END-IF
           END-PERFORM.

       LOAD-TIMESHEETS.
           MOVE SPACES TO WS-ENV-TIMESHEET-FILE-NAME
           ACCEPT WS-ENV-TIMESHEET-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-TIMESHEET-FILE"
           IF WS-ENV-TIMESHEET-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TIMESHEET-FILE-NAME
                   TO WS-TIMESHEET-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-HOURS-X
           ACCEPT WS-ENV-HOURS-X FROM ENVIRONMENT "PAYROLL-OT-PREMIUM"
           IF WS-ENV-HOURS-X NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-HOURS-X) = 0
               MOVE NUMVAL(WS-ENV-HOURS-X) TO WS-OT-PREMIUM
           END-IF
           MOVE SPACES TO WS-ENV-HOURS-X
           ACCEPT WS-ENV-HOURS-X FROM ENVIRONMENT
               "PAYROLL-HOLIDAY-PREMIUM"
           IF WS-ENV-HOURS-X NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-HOURS-X) = 0
               MOVE NUMVAL(WS-ENV-HOURS-X) TO WS-HOL-PREMIUM
           END-IF
           MOVE SPACES TO WS-ENV-HOURS-X
           ACCEPT WS-ENV-HOURS-X FROM ENVIRONMENT "PAYROLL-DAILY-HOURS"
           IF WS-ENV-HOURS-X NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-HOURS-X) = 0
               MOVE NUMVAL(WS-ENV-HOURS-X) TO WS-DAILY-LIMIT
           END-IF
           MOVE SPACES TO WS-ENV-HOURS-X
           ACCEPT WS-ENV-HOURS-X FROM ENVIRONMENT
               "PAYROLL-WEEKLY-HOURS"
           IF WS-ENV-HOURS-X NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-HOURS-X) = 0
               MOVE NUMVAL(WS-ENV-HOURS-X) TO WS-WEEKLY-LIMIT
           END-IF
           OPEN INPUT TIMESHEET-FILE
           IF WS-TIMESHEET-STATUS NOT = "00"
               IF WS-TIMESHEET-STATUS = "05"
                   CLOSE TIMESHEET-FILE
               END-IF
               GO TO LOAD-TIMESHEETS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TIMESHEET-FILE INTO TIMESHEET-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STAGE-ONE-TIMESHEET
               END-READ
           END-PERFORM
           CLOSE TIMESHEET-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-TIMESHEETS-EXIT.
           EXIT.

       STAGE-ONE-TIMESHEET.
           IF WS-TS-COUNT >= 5000
               ADD 1 TO WS-TS-REJECT-COUNT
               DISPLAY "PAYROLL-REGISTER: more than 5000 timesheet "
                   "lines - " TIMESHEET-RECORD(1:30) " not loaded"
           ELSE
               ADD 1 TO WS-TS-COUNT
               MOVE SPACES TO WS-TS-DATE-X WS-TS-REG-X WS-TS-OT-X
                   WS-TS-HOL-X
               MOVE SPACE TO TS-APPROVED(WS-TS-COUNT)
               MOVE 'N' TO TS-KNOWN(WS-TS-COUNT)
               UNSTRING TIMESHEET-RECORD DELIMITED BY ","
                   INTO TS-EMPID(WS-TS-COUNT) WS-TS-DATE-X
                       WS-TS-REG-X WS-TS-OT-X WS-TS-HOL-X
                       TS-APPROVED(WS-TS-COUNT)
      *> a line that cannot be read as a date and hours is rejected
      *> here - it would otherwise be paid as nothing, silently
               IF WS-TS-DATE-X(1:8) IS NOT NUMERIC
                 OR TEST-NUMVAL(WS-TS-REG-X) NOT = 0
                 OR TEST-NUMVAL(WS-TS-OT-X) NOT = 0
                 OR TEST-NUMVAL(WS-TS-HOL-X) NOT = 0
                   ADD 1 TO WS-TS-REJECT-COUNT
                   DISPLAY "PAYROLL-REGISTER: timesheet line "
                       TRIM(TIMESHEET-RECORD) " is not valid - rejected"
                   SUBTRACT 1 FROM WS-TS-COUNT
               ELSE
                   MOVE WS-TS-DATE-X(1:8) TO TS-DATE(WS-TS-COUNT)
                   MOVE NUMVAL(WS-TS-REG-X) TO TS-REG(WS-TS-COUNT)
                   MOVE NUMVAL(WS-TS-OT-X) TO TS-OT(WS-TS-COUNT)
                   MOVE NUMVAL(WS-TS-HOL-X) TO TS-HOL(WS-TS-COUNT)
               END-IF
           END-IF.

       COMPUTE-RETRO.
      *> a rate back-dated into a period already paid - every such
      *> period is re-priced at the rate now on file, less what it
      *> paid and any retro already settled for it, so a rerun or a
      *> second back-dated change only ever pays the difference
           MOVE 0 TO WS-RETRO
           MOVE WS-RTD-COUNT TO WS-RETRO-MARK
           IF COMP-EFFECTIVE-DATE = 0
             OR COMP-EFFECTIVE-DATE >= WS-PERIOD-START
               GO TO COMPUTE-RETRO-EXIT
           END-IF
           PERFORM VARYING WS-PH-I FROM 1 BY 1
                   UNTIL WS-PH-I > WS-PH-COUNT
               IF PH-TYPE(WS-PH-I) = 'P'
                 AND PH-EMPID(WS-PH-I) = WS-EMPID-X
                 AND PH-END(WS-PH-I) >= COMP-EFFECTIVE-DATE
                 AND PH-START(WS-PH-I) < WS-PERIOD-START
                   PERFORM RETRO-ONE-PERIOD
               END-IF
           END-PERFORM
      *> a back-dated cut recovers from this paycheck, never more
      *> than the paycheck holds
           IF WS-GROSS + WS-RETRO < 0
               ADD 1 TO WS-RETRO-HELD
               DISPLAY "PAYROLL-REGISTER: retro recovery for employee "
                   WS-EMPID-X " exceeds this period's gross - held "
                   "for manual settlement"
               MOVE 0 TO WS-RETRO
               MOVE WS-RETRO-MARK TO WS-RTD-COUNT
           END-IF.
       COMPUTE-RETRO-EXIT.
           EXIT.

       RETRO-ONE-PERIOD.
           IF PH-BASIS(WS-PH-I) NOT = COMP-BASIS
               ADD 1 TO WS-RETRO-HELD
               DISPLAY "PAYROLL-REGISTER: employee " WS-EMPID-X
                   " period " PH-START(WS-PH-I) "-" PH-END(WS-PH-I)
                   " was paid on another basis - no retro computed"
           ELSE
      *> the period's own frequency and hours, priced at today's
      *> rate
               IF COMP-BASIS = 'H'
                   COMPUTE WS-RETRO-NEW ROUNDED =
                       COMP-HOURLY-RATE * PH-REG(WS-PH-I)
                       + COMP-HOURLY-RATE * PH-OT(WS-PH-I)
                         * WS-OT-PREMIUM
                       + COMP-HOURLY-RATE * PH-HOL(WS-PH-I)
                         * WS-HOL-PREMIUM
               ELSE
                   EVALUATE PH-FREQ(WS-PH-I)
                       WHEN 'M'
                           COMPUTE WS-RETRO-NEW ROUNDED =
                               COMP-ANNUAL-SALARY / 12
                       WHEN 'B'
                           COMPUTE WS-RETRO-NEW ROUNDED =
                               COMP-ANNUAL-SALARY / 26
                       WHEN OTHER
                           COMPUTE WS-RETRO-NEW ROUNDED =
                               COMP-ANNUAL-SALARY / 52
                   END-EVALUATE
               END-IF
      *> a change effective part-way through the period counts
      *> only for its days on or after the effective date
               IF COMP-EFFECTIVE-DATE > PH-START(WS-PH-I)
                   COMPUTE WS-RETRO-DAYS =
                       INTEGER-OF-DATE(PH-END(WS-PH-I))
                       - INTEGER-OF-DATE(PH-START(WS-PH-I)) + 1
                   COMPUTE WS-RETRO-AFTER =
                       INTEGER-OF-DATE(PH-END(WS-PH-I))
                       - INTEGER-OF-DATE(COMP-EFFECTIVE-DATE) + 1
                   COMPUTE WS-RETRO-SHOULD ROUNDED =
                       PH-AMOUNT(WS-PH-I)
                       + (WS-RETRO-NEW - PH-AMOUNT(WS-PH-I))
                         * WS-RETRO-AFTER / WS-RETRO-DAYS
               ELSE
                   MOVE WS-RETRO-NEW TO WS-RETRO-SHOULD
               END-IF
               MOVE 0 TO WS-RETRO-PRIOR
               PERFORM VARYING WS-PH-J FROM 1 BY 1
                       UNTIL WS-PH-J > WS-PH-COUNT
                   IF PH-TYPE(WS-PH-J) = 'R'
                     AND PH-EMPID(WS-PH-J) = WS-EMPID-X
                     AND PH-START(WS-PH-J) = PH-START(WS-PH-I)
                       ADD PH-AMOUNT(WS-PH-J) TO WS-RETRO-PRIOR
                   END-IF
               END-PERFORM
               COMPUTE WS-RETRO-DIFF = WS-RETRO-SHOULD
                   - PH-AMOUNT(WS-PH-I) - WS-RETRO-PRIOR
               IF WS-RETRO-DIFF NOT = 0
                   IF WS-RTD-COUNT >= 1000
                       ADD 1 TO WS-RETRO-HELD
                       DISPLAY "PAYROLL-REGISTER: more than 1000 "
                           "retro periods - employee " WS-EMPID-X
                           " period " PH-START(WS-PH-I) " not paid"
                   ELSE
                       ADD WS-RETRO-DIFF TO WS-RETRO
                       ADD 1 TO WS-RTD-COUNT
                       MOVE WS-EMPID-X TO RTD-EMPID(WS-RTD-COUNT)
                       MOVE PH-START(WS-PH-I)
                           TO RTD-START(WS-RTD-COUNT)
                       MOVE PH-END(WS-PH-I) TO RTD-END(WS-RTD-COUNT)
                       MOVE COMP-BASIS TO RTD-BASIS(WS-RTD-COUNT)
                       MOVE PH-FREQ(WS-PH-I) TO RTD-FREQ(WS-RTD-COUNT)
                       IF COMP-BASIS = 'H'
                           MOVE PH-RATE(WS-PH-I)
                               TO RTD-OLD-RATE(WS-RTD-COUNT)
                           MOVE COMP-HOURLY-RATE
                               TO RTD-NEW-RATE(WS-RTD-COUNT)
                       ELSE
                           MOVE PH-ANNUAL(WS-PH-I)
                               TO RTD-OLD-RATE(WS-RTD-COUNT)
                           MOVE COMP-ANNUAL-SALARY
                               TO RTD-NEW-RATE(WS-RTD-COUNT)
                       END-IF
                       MOVE PH-AMOUNT(WS-PH-I)
                           TO RTD-PAID(WS-RTD-COUNT)
                       MOVE WS-RETRO-PRIOR TO RTD-PRIOR(WS-RTD-COUNT)
                       MOVE WS-RETRO-SHOULD
                           TO RTD-SHOULD(WS-RTD-COUNT)
                       MOVE WS-RETRO-DIFF TO RTD-RETRO(WS-RTD-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-PAY-HISTORY.
           MOVE SPACES TO WS-ENV-PAY-HISTORY-FILE-NAME
           ACCEPT WS-ENV-PAY-HISTORY-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-PAY-HISTORY-FILE"
           IF WS-ENV-PAY-HISTORY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-PAY-HISTORY-FILE-NAME
                   TO WS-PAY-HISTORY-FILE-NAME
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAY-HISTORY-STATUS NOT = "00"
               IF WS-PAY-HISTORY-STATUS = "05"
                   CLOSE PAY-HISTORY-FILE
               END-IF
               GO TO LOAD-PAY-HISTORY-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAY-HISTORY-FILE INTO PAY-HISTORY-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STAGE-ONE-PAY-HISTORY
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           MOVE 'N' TO WS-EOF
           IF WS-PH-SKIPPED > 0
               ADD 1 TO WS-RETRO-HELD
               DISPLAY "PAYROLL-REGISTER: more than 5000 pay history "
                   "lines in reach - " WS-PH-SKIPPED " not loaded, "
                   "retro pay may be incomplete"
           END-IF.
       LOAD-PAY-HISTORY-EXIT.
           EXIT.

       STAGE-ONE-PAY-HISTORY.
           MOVE SPACES TO WS-PH-FIELDS
           UNSTRING PAY-HISTORY-RECORD DELIMITED BY ","
               INTO WS-PH-TYPE-X WS-PH-EMPID-X WS-PH-DATE-X
                   WS-PH-START-X WS-PH-END-X WS-PH-BASIS-X
                   WS-PH-FREQ-X WS-PH-ANNUAL-X WS-PH-RATE-X
                   WS-PH-REG-X WS-PH-OT-X WS-PH-HOL-X WS-PH-AMOUNT-X
      *> a line from before last year, from this payday or after
      *> (a rerun), or that will not read back is not in reach
           IF WS-PH-DATE-X(1:8) IS NOT NUMERIC
             OR WS-PH-START-X(1:8) IS NOT NUMERIC
             OR WS-PH-END-X(1:8) IS NOT NUMERIC
             OR TEST-NUMVAL(WS-PH-AMOUNT-X) NOT = 0
               CONTINUE
           ELSE
               IF WS-PH-DATE-X(1:8) >= WS-PAY-DATE
                 OR NUMVAL(WS-PH-DATE-X(1:4)) + 1
                    < NUMVAL(WS-PAY-DATE(1:4))
                   CONTINUE
               ELSE
                   IF WS-PH-COUNT >= 5000
                       ADD 1 TO WS-PH-SKIPPED
                   ELSE
                       ADD 1 TO WS-PH-COUNT
                       MOVE WS-PH-TYPE-X TO PH-TYPE(WS-PH-COUNT)
                       MOVE WS-PH-EMPID-X TO PH-EMPID(WS-PH-COUNT)
                       MOVE WS-PH-DATE-X(1:8)
                           TO PH-PAY-DATE(WS-PH-COUNT)
                       MOVE WS-PH-START-X(1:8)
                           TO PH-START(WS-PH-COUNT)
                       MOVE WS-PH-END-X(1:8) TO PH-END(WS-PH-COUNT)
                       MOVE WS-PH-BASIS-X TO PH-BASIS(WS-PH-COUNT)
                       MOVE WS-PH-FREQ-X TO PH-FREQ(WS-PH-COUNT)
                       MOVE NUMVAL(WS-PH-ANNUAL-X)
                           TO PH-ANNUAL(WS-PH-COUNT)
                       MOVE NUMVAL(WS-PH-RATE-X)
                           TO PH-RATE(WS-PH-COUNT)
                       MOVE NUMVAL(WS-PH-REG-X) TO PH-REG(WS-PH-COUNT)
                       MOVE NUMVAL(WS-PH-OT-X) TO PH-OT(WS-PH-COUNT)
                       MOVE NUMVAL(WS-PH-HOL-X) TO PH-HOL(WS-PH-COUNT)
                       MOVE NUMVAL(WS-PH-AMOUNT-X)
                           TO PH-AMOUNT(WS-PH-COUNT)
                   END-IF
               END-IF
           END-IF.

       SORT-BY-DEPARTMENT.
           IF WS-RUN-ID = SPACES
               MOVE "NONE" TO WS-RUN-ID
           END-IF
           IF WS-FINAL-RUN = 'Y'
               DISPLAY "===== Final pay register ====="
           ELSE
               DISPLAY "===== Payroll register ====="
           END-IF
           DISPLAY "Pay date:      " WS-PAY-DATE
           DISPLAY "Run id:        " WS-RUN-ID
           IF WS-ROW-COUNT = 0
               DISPLAY "  " ROW-ID(I) "  " ROW-NAME(I)
                   " GR " ROW-GRADE(I) "  GROSS " WS-GROSS-ED
                   "  NET " WS-NET-ED
               IF ROW-RETRO(I) NOT = 0
                   MOVE ROW-RETRO(I) TO WS-SIGNED-ED
                   DISPLAY "      INCL RETRO PAY (BACK-DATED RATE) "
                       WS-SIGNED-ED
               END-IF
               IF WS-FINAL-RUN = 'Y'
                   PERFORM PRINT-ROW-FINAL-PAY
               END-IF
               IF ROW-BASIS(I) = 'H'
                   PERFORM PRINT-ROW-HOURS
               END-IF
               PERFORM PRINT-ROW-DEDUCTIONS
               PERFORM PRINT-ROW-WITHHOLDING
               PERFORM PRINT-ROW-GARNISHMENTS
               ADD ROW-GROSS(I) TO WS-DEPT-TOTAL
               ADD 1 TO WS-DEPT-HEADS
           END-PERFORM
               WS-TOTAL-ED
           MOVE WS-NET-TOTAL TO WS-TOTAL-ED
           DISPLAY "TOTAL NET:                    " WS-TOTAL-ED
           MOVE WS-FED-TOTAL TO WS-TOTAL-ED
           DISPLAY "TOTAL FEDERAL WITHHELD:       " WS-TOTAL-ED
           MOVE WS-STATE-TOTAL TO WS-TOTAL-ED
           DISPLAY "TOTAL STATE WITHHELD:         " WS-TOTAL-ED
           MOVE WS-SOCIAL-TOTAL TO WS-TOTAL-ED
           DISPLAY "TOTAL SOCIAL INS (EMPLOYEE):  " WS-TOTAL-ED
           MOVE WS-ER-SOCIAL-TOTAL TO WS-TOTAL-ED
           DISPLAY "TOTAL SOCIAL INS (EMPLOYER):  " WS-TOTAL-ED
           MOVE WS-GARNISH-TOTAL TO WS-TOTAL-ED
           DISPLAY "TOTAL GARNISHMENTS WITHHELD:  " WS-TOTAL-ED
           IF WS-GARNISH-LIMITED > 0
               DISPLAY "Garnishments held to the legal limit: "
                   WS-GARNISH-LIMITED
           END-IF
           IF WS-NO-TAX-COUNT > 0
               DISPLAY "Employees with no federal bracket: "
                   WS-NO-TAX-COUNT
           END-IF
           IF WS-NO-TIME-COUNT > 0
               DISPLAY "Hourly employees with no timesheet: "
                   WS-NO-TIME-COUNT
           END-IF
           IF WS-TS-REJECT-COUNT > 0
               DISPLAY "Timesheet lines rejected: " WS-TS-REJECT-COUNT
           END-IF
           IF WS-TS-FLAG-COUNT > 0
               DISPLAY "Hours over threshold flagged: "
                   WS-TS-FLAG-COUNT
           END-IF
           IF WS-NO-COMP-COUNT > 0
               DISPLAY "Employees with no compensation record: "
                   WS-NO-COMP-COUNT
           END-IF
           IF WS-FINAL-SHORT-COUNT > 0
               DISPLAY "Overdrawn leave not fully recovered: "
                   WS-FINAL-SHORT-COUNT
           END-IF.
       PRINT-REGISTER-EXIT.
           DISPLAY "===== End of payroll register =====".
       PRINT-ROW-DEDUCTIONS.
      *> the itemized employee-side deductions under each pay line
           MOVE ROW-ID(I) TO WS-EMPID-X
           MOVE WS-PAY-DATE TO WS-ENR-AS-OF
           IF WS-FINAL-RUN = 'Y'
               MOVE ROW-PERIOD-END(I) TO WS-ENR-AS-OF
           END-IF
           PERFORM VARYING WS-ENR-I FROM 1 BY 1
                   UNTIL WS-ENR-I > WS-ENR-COUNT
               IF ENR-EMPID(WS-ENR-I) = WS-EMPID-X
                 AND ENR-EFFDATE(WS-ENR-I) <= WS-ENR-AS-OF
                 AND (ENR-ENDDATE(WS-ENR-I) = SPACES
                      OR ENR-ENDDATE(WS-ENR-I) >= WS-ENR-AS-OF)
                   PERFORM VARYING WS-BEN-I FROM 1 BY 1
                           UNTIL WS-BEN-I > WS-BEN-COUNT
                       IF BEN-CODE(WS-BEN-I) = ENR-CODE(WS-ENR-I)
               END-IF
           END-PERFORM.

       PRINT-ROW-HOURS.
           MOVE ROW-REG-HOURS(I) TO WS-HOURS-ED
           DISPLAY "      HOURS REGULAR  " WS-HOURS-ED
           MOVE ROW-OT-HOURS(I) TO WS-HOURS-ED
           DISPLAY "      HOURS OVERTIME " WS-HOURS-ED
           MOVE ROW-HOL-HOURS(I) TO WS-HOURS-ED
           DISPLAY "      HOURS HOLIDAY  " WS-HOURS-ED.

       PRINT-ROW-WITHHOLDING.
      *> the taxes under the benefit lines - the employer's share
      *> is shown for the record but never leaves the paycheck
           MOVE ROW-FED-TAX(I) TO WS-DED-ED
           DISPLAY "      LESS FIT  FEDERAL INCOME TAX " WS-DED-ED
           MOVE ROW-STATE-TAX(I) TO WS-DED-ED
           DISPLAY "      LESS SIT  STATE INCOME TAX " ROW-STATE-CODE(I)
               " " WS-DED-ED
           MOVE ROW-SOCIAL-TAX(I) TO WS-DED-ED
           DISPLAY "      LESS SOC  SOCIAL INSURANCE " WS-DED-ED
           MOVE ROW-ER-SOCIAL(I) TO WS-DED-ED
           DISPLAY "      EMPLOYER  SOCIAL INSURANCE " WS-DED-ED.

       PRINT-ROW-GARNISHMENTS.
      *> the orders after the taxes they are figured behind - an
      *> order the cap or the net held short says so
           MOVE ROW-ID(I) TO WS-EMPID-X
           PERFORM VARYING WS-GRN-I FROM 1 BY 1
                   UNTIL WS-GRN-I > WS-GRN-COUNT
               IF GRN-EMPID(WS-GRN-I) = WS-EMPID-X
                 AND (GRN-TAKEN(WS-GRN-I) > 0
                      OR GRN-LIMITED(WS-GRN-I) = 'Y')
                   MOVE GRN-TAKEN(WS-GRN-I) TO WS-DED-ED
                   IF GRN-LIMITED(WS-GRN-I) = 'Y'
                       DISPLAY "      LESS GRN  GARNISHMENT "
                           TRIM(GRN-CASE(WS-GRN-I)) " " WS-DED-ED
                           " (HELD TO LIMIT)"
                   ELSE
                       DISPLAY "      LESS GRN  GARNISHMENT "
                           TRIM(GRN-CASE(WS-GRN-I)) " " WS-DED-ED
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-ROW-FINAL-PAY.
      *> what the leaver's last paycheck is made of, above the
      *> deductions taken from it
           MOVE ROW-ID(I) TO WS-EMPID-X
           PERFORM VARYING WS-FPQ-I FROM 1 BY 1
                   UNTIL WS-FPQ-I > WS-FPQ-COUNT
               IF FPQ-EMPID(WS-FPQ-I) = WS-EMPID-X
                 AND FPQ-PICKED(WS-FPQ-I) = 'Y'
                   PERFORM PRINT-ONE-FINAL-PAY
                   MOVE WS-FPQ-COUNT TO WS-FPQ-I
               END-IF
           END-PERFORM.

       PRINT-ONE-FINAL-PAY.
           DISPLAY "      TERMINATED " FPQ-EFFDATE(WS-FPQ-I) " "
               TRIM(FPQ-REASON(WS-FPQ-I))
           MOVE FPQ-SALARY(WS-FPQ-I) TO WS-DED-ED
           DISPLAY "      SALARY " ROW-PERIOD-START(I) "-"
               ROW-PERIOD-END(I) " " WS-DED-ED
           MOVE FPQ-LEAVE-DAYS(WS-FPQ-I) TO WS-LVB-ED
           IF FPQ-LEAVE-PAY(WS-FPQ-I) > 0
               MOVE FPQ-LEAVE-PAY(WS-FPQ-I) TO WS-DED-ED
               DISPLAY "      UNUSED LEAVE PAID OUT " TRIM(WS-LVB-ED)
                   " DAY(S) " WS-DED-ED
           END-IF
           IF FPQ-LEAVE-DAYS(WS-FPQ-I) < 0
               MOVE FPQ-RECOVERED(WS-FPQ-I) TO WS-DED-ED
               DISPLAY "      LESS OVERDRAWN LEAVE " TRIM(WS-LVB-ED)
                   " DAY(S) " WS-DED-ED
               IF FPQ-SHORT(WS-FPQ-I) > 0
                   MOVE FPQ-SHORT(WS-FPQ-I) TO WS-DED-ED
                   DISPLAY "      (NOT RECOVERED " WS-DED-ED ")"
               END-IF
           END-IF.

       PRINT-RETRO-AUDIT.
      *> period by period, what was paid against what the rate now
      *> on file says should have been - the audit trail behind
      *> every retro earnings line on the register
           DISPLAY "===== Retro pay audit ====="
           IF WS-RTD-COUNT = 0
               DISPLAY "(no retro adjustments this run)"
           END-IF
           PERFORM VARYING WS-RTD-I FROM 1 BY 1
                   UNTIL WS-RTD-I > WS-RTD-COUNT
               DISPLAY "  " RTD-EMPID(WS-RTD-I) "  PERIOD "
                   RTD-START(WS-RTD-I) "-" RTD-END(WS-RTD-I)
                   "  BASIS " RTD-BASIS(WS-RTD-I)
               MOVE RTD-OLD-RATE(WS-RTD-I) TO WS-RATE-ED
               MOVE RTD-NEW-RATE(WS-RTD-I) TO WS-TOTAL-ED
               DISPLAY "      RATE PAID    " WS-RATE-ED
                   "  RATE EFFECTIVE " WS-TOTAL-ED
               MOVE RTD-PAID(WS-RTD-I) TO WS-SIGNED-ED
               MOVE RTD-SHOULD(WS-RTD-I) TO WS-SIGNED-ED-2
               DISPLAY "      PERIOD PAID  " WS-SIGNED-ED
                   "  SHOULD HAVE PAID " WS-SIGNED-ED-2
               MOVE RTD-PRIOR(WS-RTD-I) TO WS-SIGNED-ED
               MOVE RTD-RETRO(WS-RTD-I) TO WS-SIGNED-ED-3
               DISPLAY "      RETRO BEFORE " WS-SIGNED-ED
                   "  RETRO THIS RUN   " WS-SIGNED-ED-3
           END-PERFORM
           MOVE WS-RETRO-TOTAL TO WS-SIGNED-ED
           DISPLAY "TOTAL RETRO PAY:   " WS-SIGNED-ED
           IF WS-RETRO-HELD > 0
               DISPLAY "Retro items held for manual settlement: "
                   WS-RETRO-HELD
           END-IF
           DISPLAY "===== End of retro pay audit =====".

       PRINT-DEPT-SUBTOTAL.
           MOVE WS-DEPT-TOTAL TO WS-TOTAL-ED
           DISPLAY "  SUBTOTAL " WS-BREAK-DEPT " ("
               WS-DEPT-HEADS " employees): " WS-TOTAL-ED.

       POST-YEAR-TO-DATE.
           IF WS-ROW-COUNT = 0
               GO TO POST-YEAR-TO-DATE-EXIT
           END-IF
           MOVE SPACES TO WS-ENV-YTD-FILE-NAME
           ACCEPT WS-ENV-YTD-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-YTD-FILE"
           IF WS-ENV-YTD-FILE-NAME NOT = SPACES
               MOVE WS-ENV-YTD-FILE-NAME TO WS-YTD-FILE-NAME
           END-IF
           OPEN I-O YTD-MASTER
      *> OPTIONAL I-O on a master that is not there yet creates it
      *> and reports 05 - usable, not a failure
           IF WS-YTD-STATUS NOT = "00" AND WS-YTD-STATUS NOT = "05"
               DISPLAY "PAYROLL-REGISTER: cannot open YTD earnings "
                   "master " TRIM(WS-YTD-FILE-NAME) " - file status "
                   WS-YTD-STATUS " - nothing posted"
               MOVE 'Y' TO WS-YTD-FAILED
               GO TO POST-YEAR-TO-DATE-EXIT
           END-IF
           OPEN EXTEND PAY-HISTORY-FILE
      *> EXTEND on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-PAY-HISTORY-STATUS NOT = "00"
             AND WS-PAY-HISTORY-STATUS NOT = "05"
               DISPLAY "PAYROLL-REGISTER: cannot open pay history "
                   TRIM(WS-PAY-HISTORY-FILE-NAME) " - file status "
                   WS-PAY-HISTORY-STATUS " - nothing posted"
               CLOSE YTD-MASTER
               MOVE 'Y' TO WS-YTD-FAILED
               GO TO POST-YEAR-TO-DATE-EXIT
           END-IF
           MOVE SPACES TO WS-ENV-DED-HISTORY-FILE-NAME
           ACCEPT WS-ENV-DED-HISTORY-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-DEDUCTION-HISTORY-FILE"
           IF WS-ENV-DED-HISTORY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-DED-HISTORY-FILE-NAME
                   TO WS-DED-HISTORY-FILE-NAME
           END-IF
           OPEN EXTEND DED-HISTORY-FILE
      *> EXTEND on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-DED-HISTORY-STATUS NOT = "00"
             AND WS-DED-HISTORY-STATUS NOT = "05"
               DISPLAY "PAYROLL-REGISTER: cannot open deduction "
                   "history " TRIM(WS-DED-HISTORY-FILE-NAME)
                   " - file status " WS-DED-HISTORY-STATUS
                   " - nothing posted"
               CLOSE YTD-MASTER PAY-HISTORY-FILE
               MOVE 'Y' TO WS-YTD-FAILED
               GO TO POST-YEAR-TO-DATE-EXIT
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
               PERFORM POST-ONE-YTD
           END-PERFORM
           CLOSE YTD-MASTER PAY-HISTORY-FILE DED-HISTORY-FILE
           DISPLAY "PAYROLL-REGISTER: YTD earnings posted for "
               WS-YTD-POSTED " employee(s), " WS-YTD-REFUSED
               " refused as already posted"
           IF WS-YTD-POSTED = 0
               GO TO POST-YEAR-TO-DATE-EXIT
           END-IF
           MOVE SPACES TO WS-ENV-REG-HISTORY-FILE-NAME
           ACCEPT WS-ENV-REG-HISTORY-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-REGISTER-HISTORY-FILE"
           IF WS-ENV-REG-HISTORY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-REG-HISTORY-FILE-NAME
                   TO WS-REG-HISTORY-FILE-NAME
           END-IF
           OPEN EXTEND REG-HISTORY-FILE
      *> EXTEND on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-REG-HISTORY-STATUS NOT = "00"
             AND WS-REG-HISTORY-STATUS NOT = "05"
               DISPLAY "PAYROLL-REGISTER: cannot open register "
                   "history " TRIM(WS-REG-HISTORY-FILE-NAME)
                   " - file status " WS-REG-HISTORY-STATUS
               MOVE 'Y' TO WS-YTD-FAILED
               GO TO POST-YEAR-TO-DATE-EXIT
           END-IF
           MOVE WS-POST-GROSS TO WS-HIST-ED-1
           MOVE WS-POST-DEDUCTIONS TO WS-HIST-ED-2
           MOVE WS-POST-FED TO WS-HIST-ED-3
           MOVE WS-POST-STATE TO WS-HIST-ED-4
           MOVE WS-POST-SOCIAL TO WS-HIST-ED-5
           MOVE WS-POST-ER-SOCIAL TO WS-HIST-ED-6
           MOVE WS-POST-NET TO WS-HIST-ED-7
           MOVE SPACES TO REG-HISTORY-RECORD
           STRING WS-PAY-DATE "," WS-YTD-POSTED ","
                   TRIM(WS-HIST-ED-1) "," TRIM(WS-HIST-ED-2) ","
                   TRIM(WS-HIST-ED-3) "," TRIM(WS-HIST-ED-4) ","
                   TRIM(WS-HIST-ED-5) "," TRIM(WS-HIST-ED-6) ","
                   TRIM(WS-HIST-ED-7) "," TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO REG-HISTORY-RECORD
           WRITE REG-HISTORY-RECORD
           CLOSE REG-HISTORY-FILE.
       POST-YEAR-TO-DATE-EXIT.
           EXIT.

       POST-ONE-YTD.
           MOVE ROW-ID(I) TO YTD-EMPLOYEE-ID
           MOVE WS-PAY-DATE(1:4) TO YTD-YEAR
           MOVE 'Y' TO WS-YTD-FOUND
           READ YTD-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-YTD-FOUND
           END-READ
           IF WS-YTD-FOUND = 'Y'
             AND YTD-LAST-PAY-DATE >= WS-PAY-DATE
               ADD 1 TO WS-YTD-REFUSED
               DISPLAY "PAYROLL-REGISTER: employee " ROW-ID(I)
                   " already posted through " YTD-LAST-PAY-DATE
                   " - pay date " WS-PAY-DATE " not posted again"
           ELSE
               IF WS-YTD-FOUND = 'N'
                   MOVE ROW-ID(I) TO YTD-EMPLOYEE-ID
                   MOVE WS-PAY-DATE(1:4) TO YTD-YEAR
                   MOVE 0 TO YTD-PAY-COUNT YTD-GROSS YTD-DEDUCTIONS
                       YTD-FED-TAX YTD-STATE-TAX YTD-SOCIAL-TAX
                       YTD-ER-SOCIAL YTD-NET
               END-IF
               MOVE WS-PAY-DATE TO YTD-LAST-PAY-DATE
               MOVE ROW-STATE-CODE(I) TO YTD-STATE-CODE
               ADD 1 TO YTD-PAY-COUNT
               ADD ROW-GROSS(I) TO YTD-GROSS
               ADD ROW-DEDUCTIONS(I) TO YTD-DEDUCTIONS
               ADD ROW-FED-TAX(I) TO YTD-FED-TAX
               ADD ROW-STATE-TAX(I) TO YTD-STATE-TAX
               ADD ROW-SOCIAL-TAX(I) TO YTD-SOCIAL-TAX
               ADD ROW-ER-SOCIAL(I) TO YTD-ER-SOCIAL
               ADD ROW-NET(I) TO YTD-NET
               IF WS-YTD-FOUND = 'Y'
                   REWRITE YTD-RECORD
               ELSE
                   WRITE YTD-RECORD
               END-IF
               IF WS-YTD-STATUS NOT = "00"
                   MOVE 'Y' TO WS-YTD-FAILED
                   DISPLAY "PAYROLL-REGISTER: YTD posting for "
                       "employee " ROW-ID(I) " failed - file status "
                       WS-YTD-STATUS
               ELSE
                   ADD 1 TO WS-YTD-POSTED
                   PERFORM WRITE-PAY-HISTORY
                   PERFORM WRITE-DEDUCTION-HISTORY
                   PERFORM MARK-GARNISHMENTS-POSTED
                   IF WS-FINAL-RUN = 'Y'
                       PERFORM MARK-FINAL-POSTED
                   END-IF
                   ADD ROW-GROSS(I) TO WS-POST-GROSS
                   ADD ROW-DEDUCTIONS(I) TO WS-POST-DEDUCTIONS
                   ADD ROW-FED-TAX(I) TO WS-POST-FED
                   ADD ROW-STATE-TAX(I) TO WS-POST-STATE
                   ADD ROW-SOCIAL-TAX(I) TO WS-POST-SOCIAL
                   ADD ROW-ER-SOCIAL(I) TO WS-POST-ER-SOCIAL
                   ADD ROW-NET(I) TO WS-POST-NET
               END-IF
           END-IF.

       MARK-GARNISHMENTS-POSTED.
      *> only a paycheck that posted draws its orders down - a
      *> rerun refused at the YTD master leaves the balances alone
           MOVE ROW-ID(I) TO WS-EMPID-X
           PERFORM VARYING WS-GRN-I FROM 1 BY 1
                   UNTIL WS-GRN-I > WS-GRN-COUNT
               IF GRN-EMPID(WS-GRN-I) = WS-EMPID-X
                 AND GRN-TAKEN(WS-GRN-I) > 0
                   MOVE 'Y' TO GRN-POSTED(WS-GRN-I)
               END-IF
           END-PERFORM.

       MARK-FINAL-POSTED.
      *> only a final paycheck that posted takes the leaver off the
      *> queue - one refused at the YTD master stays queued
           MOVE ROW-ID(I) TO WS-EMPID-X
           PERFORM VARYING WS-FPQ-I FROM 1 BY 1
                   UNTIL WS-FPQ-I > WS-FPQ-COUNT
               IF FPQ-EMPID(WS-FPQ-I) = WS-EMPID-X
                 AND FPQ-PICKED(WS-FPQ-I) = 'Y'
                 AND FPQ-POSTED(WS-FPQ-I) = 'N'
                   MOVE 'Y' TO FPQ-POSTED(WS-FPQ-I)
                   MOVE WS-FPQ-COUNT TO WS-FPQ-I
               END-IF
           END-PERFORM.

       POST-GARNISHMENTS.
      *> each posted order's balance comes down by what was taken,
      *> an order paid off stops, and the order file is rewritten;
      *> then the agencies' remittance list is cut
           MOVE 0 TO WS-GARNISH-POSTED
           PERFORM VARYING WS-GRN-I FROM 1 BY 1
                   UNTIL WS-GRN-I > WS-GRN-COUNT
               IF GRN-POSTED(WS-GRN-I) = 'Y'
                   ADD 1 TO WS-GARNISH-POSTED
                   SUBTRACT GRN-TAKEN(WS-GRN-I)
                       FROM GRN-BALANCE(WS-GRN-I)
                   IF GRN-BALANCE(WS-GRN-I) = 0
                       MOVE 'P' TO GRN-STATUS(WS-GRN-I)
                       ADD 1 TO WS-GARNISH-PAID-OFF
                       DISPLAY "PAYROLL-REGISTER: garnishment "
                           TRIM(GRN-CASE(WS-GRN-I)) " for employee "
                           GRN-EMPID(WS-GRN-I)
                           " paid off - order stopped"
                       MOVE SPACES TO WS-EVENT-MESSAGE
                       STRING "garnishment " TRIM(GRN-CASE(WS-GRN-I))
                               " for employee " GRN-EMPID(WS-GRN-I)
                               " paid off " WS-PAY-DATE
                           DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                       CALL "LOG-EVENT" USING WS-PROGRAM-NAME
                           WS-EVENT-MESSAGE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GARNISH-POSTED = 0
               GO TO POST-GARNISHMENTS-EXIT
           END-IF
           OPEN OUTPUT GARNISH-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-GARNISH-STATUS NOT = "00"
                   AND WS-GARNISH-STATUS NOT = "05"
               DISPLAY "PAYROLL-REGISTER: cannot rewrite garnishment "
                   "orders " TRIM(WS-GARNISH-FILE-NAME)
                   " - file status " WS-GARNISH-STATUS
                   " - balances not drawn down"
               MOVE 'Y' TO WS-GARNISH-FAILED
               GO TO POST-GARNISHMENTS-EXIT
           END-IF
           PERFORM VARYING WS-GRN-I FROM 1 BY 1
                   UNTIL WS-GRN-I > WS-GRN-COUNT
               MOVE GRN-AMOUNT(WS-GRN-I) TO WS-GRN-AMOUNT-ED
               MOVE GRN-CAP(WS-GRN-I) TO WS-GRN-CAP-ED
               MOVE GRN-BALANCE(WS-GRN-I) TO WS-GRN-BALANCE-ED
               MOVE SPACES TO GARNISH-RECORD
               STRING GRN-EMPID(WS-GRN-I) ","
                       TRIM(GRN-CASE(WS-GRN-I)) ","
                       GRN-TYPE(WS-GRN-I) ","
                       TRIM(GRN-PAYEE(WS-GRN-I)) ","
                       GRN-METHOD(WS-GRN-I) "," WS-GRN-AMOUNT-ED ","
                       WS-GRN-CAP-ED "," GRN-PRIORITY(WS-GRN-I) ","
                       WS-GRN-BALANCE-ED "," GRN-EFFDATE(WS-GRN-I) ","
                       GRN-STATUS(WS-GRN-I)
                   DELIMITED BY SIZE INTO GARNISH-RECORD
               WRITE GARNISH-RECORD
           END-PERFORM
           CLOSE GARNISH-FILE
           PERFORM WRITE-REMITTANCE THRU WRITE-REMITTANCE-EXIT.
       POST-GARNISHMENTS-EXIT.
           EXIT.

       WRITE-REMITTANCE.
      *> one group per payee agency, in the order each payee first
      *> appears on the order file - the detail lines, then what
      *> the agency is sent in all
           MOVE SPACES TO WS-ENV-REMIT-FILE-NAME
           ACCEPT WS-ENV-REMIT-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-GARNISH-REMIT-FILE"
           IF WS-ENV-REMIT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-REMIT-FILE-NAME TO WS-REMIT-FILE-NAME
           END-IF
           OPEN OUTPUT REMIT-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-REMIT-STATUS NOT = "00"
                   AND WS-REMIT-STATUS NOT = "05"
               DISPLAY "PAYROLL-REGISTER: cannot open garnishment "
                   "remittance " TRIM(WS-REMIT-FILE-NAME)
                   " - file status " WS-REMIT-STATUS
               MOVE 'Y' TO WS-GARNISH-FAILED
               GO TO WRITE-REMITTANCE-EXIT
           END-IF
           MOVE SPACES TO REMIT-RECORD
           STRING "H," WS-PAY-DATE "," TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO REMIT-RECORD
           WRITE REMIT-RECORD
           DISPLAY "===== Garnishment remittance ====="
      *> GRN-DONE is free again once the pay pass is over - it marks
      *> the orders already listed under their payee here
           PERFORM VARYING WS-GRN-I FROM 1 BY 1
                   UNTIL WS-GRN-I > WS-GRN-COUNT
               IF GRN-POSTED(WS-GRN-I) = 'Y'
                   MOVE 'N' TO GRN-DONE(WS-GRN-I)
               ELSE
                   MOVE 'Y' TO GRN-DONE(WS-GRN-I)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GRN-NEXT FROM 1 BY 1
                   UNTIL WS-GRN-NEXT > WS-GRN-COUNT
               IF GRN-DONE(WS-GRN-NEXT) = 'N'
                   PERFORM REMIT-ONE-PAYEE
               END-IF
           END-PERFORM
           MOVE WS-REMIT-TOTAL TO WS-GL-AMOUNT-ED
           MOVE SPACES TO REMIT-RECORD
           STRING "T," WS-REMIT-ORDERS "," TRIM(WS-GL-AMOUNT-ED)
               DELIMITED BY SIZE INTO REMIT-RECORD
           WRITE REMIT-RECORD
           CLOSE REMIT-FILE
           MOVE WS-REMIT-TOTAL TO WS-TOTAL-ED
           DISPLAY "TOTAL REMITTED (" WS-REMIT-ORDERS " ORDERS): "
               WS-TOTAL-ED
           DISPLAY "PAYROLL-REGISTER: garnishment balances drawn "
               "down for " WS-GARNISH-POSTED " order(s), "
               WS-GARNISH-PAID-OFF " paid off; remittance written to "
               TRIM(WS-REMIT-FILE-NAME).
       WRITE-REMITTANCE-EXIT.
           EXIT.

       REMIT-ONE-PAYEE.
           MOVE GRN-PAYEE(WS-GRN-NEXT) TO WS-REMIT-PAYEE
           MOVE 0 TO WS-REMIT-COUNT WS-REMIT-PAYEE-TOTAL
           DISPLAY " "
           DISPLAY "PAYEE " WS-REMIT-PAYEE
           PERFORM VARYING WS-GRN-I FROM WS-GRN-NEXT BY 1
                   UNTIL WS-GRN-I > WS-GRN-COUNT
               IF GRN-DONE(WS-GRN-I) = 'N'
                 AND GRN-PAYEE(WS-GRN-I) = WS-REMIT-PAYEE
                   MOVE 'Y' TO GRN-DONE(WS-GRN-I)
                   MOVE GRN-TAKEN(WS-GRN-I) TO WS-GRN-AMOUNT-ED
                   MOVE SPACES TO REMIT-RECORD
                   STRING "D," TRIM(WS-REMIT-PAYEE) ","
                           TRIM(GRN-CASE(WS-GRN-I)) ","
                           GRN-EMPID(WS-GRN-I) ","
                           TRIM(WS-GRN-AMOUNT-ED)
                       DELIMITED BY SIZE INTO REMIT-RECORD
                   WRITE REMIT-RECORD
                   MOVE GRN-TAKEN(WS-GRN-I) TO WS-DED-ED
                   DISPLAY "  " GRN-EMPID(WS-GRN-I) "  CASE "
                       GRN-CASE(WS-GRN-I) " " WS-DED-ED
                   ADD 1 TO WS-REMIT-COUNT
                   ADD GRN-TAKEN(WS-GRN-I) TO WS-REMIT-PAYEE-TOTAL
               END-IF
           END-PERFORM
           MOVE WS-REMIT-PAYEE-TOTAL TO WS-GL-AMOUNT-ED
           MOVE SPACES TO REMIT-RECORD
           STRING "P," TRIM(WS-REMIT-PAYEE) "," WS-REMIT-COUNT ","
                   TRIM(WS-GL-AMOUNT-ED)
               DELIMITED BY SIZE INTO REMIT-RECORD
           WRITE REMIT-RECORD
           MOVE WS-REMIT-PAYEE-TOTAL TO WS-TOTAL-ED
           DISPLAY "  PAYEE TOTAL (" WS-REMIT-COUNT " ORDERS): "
               WS-TOTAL-ED
           ADD WS-REMIT-COUNT TO WS-REMIT-ORDERS
           ADD WS-REMIT-PAYEE-TOTAL TO WS-REMIT-TOTAL.

       POST-FINAL-PAY.
      *> each leaver whose final paycheck posted is marked paid on
      *> the queue, and the leave balance it paid out or recovered
      *> is cleared so the liability valuation drops it
           MOVE 'N' TO WS-LVB-CHANGED
           PERFORM VARYING WS-FPQ-I FROM 1 BY 1
                   UNTIL WS-FPQ-I > WS-FPQ-COUNT
               IF FPQ-POSTED(WS-FPQ-I) = 'Y'
                   MOVE 'P' TO FPQ-STATUS(WS-FPQ-I)
                   MOVE WS-PAY-DATE TO FPQ-PAY-DATE(WS-FPQ-I)
                   ADD 1 TO WS-FINAL-POSTED
                   MOVE FPQ-EMPID(WS-FPQ-I) TO WS-FPQ-EMPID
                   PERFORM VARYING WS-LVB-I FROM 1 BY 1
                           UNTIL WS-LVB-I > WS-LVB-COUNT
                       IF LVB-EMPID(WS-LVB-I) = WS-FPQ-EMPID
                         AND LVB-DAYS(WS-LVB-I) NOT = 0
                           MOVE 0 TO LVB-DAYS(WS-LVB-I)
                           MOVE 'Y' TO WS-LVB-CHANGED
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-EVENT-MESSAGE
                   STRING "final pay for employee "
                           FPQ-EMPID(WS-FPQ-I) " terminated "
                           FPQ-EFFDATE(WS-FPQ-I) " paid " WS-PAY-DATE
                       DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                   CALL "LOG-EVENT" USING WS-PROGRAM-NAME
                       WS-EVENT-MESSAGE
               END-IF
           END-PERFORM
           IF WS-FINAL-POSTED = 0
               GO TO POST-FINAL-PAY-EXIT
           END-IF
           OPEN OUTPUT FINAL-PAY-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-FINAL-PAY-STATUS NOT = "00"
                   AND WS-FINAL-PAY-STATUS NOT = "05"
               DISPLAY "PAYROLL-REGISTER: cannot rewrite final pay "
                   "queue " TRIM(WS-FINAL-PAY-FILE-NAME)
                   " - file status " WS-FINAL-PAY-STATUS
                   " - leavers paid still show queued"
               MOVE 'Y' TO WS-FINAL-FAILED
               GO TO POST-FINAL-PAY-EXIT
           END-IF
           PERFORM VARYING WS-FPQ-I FROM 1 BY 1
                   UNTIL WS-FPQ-I > WS-FPQ-COUNT
               MOVE SPACES TO FINAL-PAY-RECORD
               STRING FPQ-EMPID(WS-FPQ-I) "," FPQ-EFFDATE(WS-FPQ-I)
                       "," TRIM(FPQ-REASON(WS-FPQ-I)) ","
                       FPQ-STATUS(WS-FPQ-I) "," FPQ-PAY-DATE(WS-FPQ-I)
                   DELIMITED BY SIZE INTO FINAL-PAY-RECORD
               WRITE FINAL-PAY-RECORD
           END-PERFORM
           CLOSE FINAL-PAY-FILE
           IF WS-LVB-CHANGED = 'Y'
               OPEN OUTPUT LEAVE-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
               IF WS-LEAVE-STATUS NOT = "00"
                       AND WS-LEAVE-STATUS NOT = "05"
                   DISPLAY "PAYROLL-REGISTER: cannot rewrite leave "
                       "balances " TRIM(WS-LEAVE-FILE-NAME)
                       " - file status " WS-LEAVE-STATUS
                       " - leavers' balances not cleared"
                   MOVE 'Y' TO WS-FINAL-FAILED
                   GO TO POST-FINAL-PAY-EXIT
               END-IF
               PERFORM VARYING WS-LVB-I FROM 1 BY 1
                       UNTIL WS-LVB-I > WS-LVB-COUNT
                   MOVE LVB-DAYS(WS-LVB-I) TO WS-LVB-ED
                   MOVE SPACES TO LEAVE-RECORD
                   STRING LVB-EMPID(WS-LVB-I) "," TRIM(WS-LVB-ED)
                       DELIMITED BY SIZE INTO LEAVE-RECORD
                   WRITE LEAVE-RECORD
               END-PERFORM
               CLOSE LEAVE-FILE
           END-IF
           DISPLAY "PAYROLL-REGISTER: final pay settled for "
               WS-FINAL-POSTED " leaver(s) - queue updated in "
               TRIM(WS-FINAL-PAY-FILE-NAME).
       POST-FINAL-PAY-EXIT.
           EXIT.

       WRITE-ACH-FILE.
           IF WS-ROW-COUNT = 0
               GO TO WRITE-ACH-FILE-EXIT
           END-IF
           MOVE SPACES TO WS-ENV-ACH-FILE-NAME
           ACCEPT WS-ENV-ACH-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-ACH-FILE"
           IF WS-ENV-ACH-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ACH-FILE-NAME TO WS-ACH-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-DEPOSIT-FILE-NAME
           ACCEPT WS-ENV-DEPOSIT-FILE-NAME FROM ENVIRONMENT
               "DEPOSIT-MASTER-FILE"
           IF WS-ENV-DEPOSIT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-DEPOSIT-FILE-NAME TO WS-DEPOSIT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ACH-DESTINATION
           ACCEPT WS-ENV-ACH-DESTINATION FROM ENVIRONMENT
               "PAYROLL-ACH-DESTINATION"
           IF WS-ENV-ACH-DESTINATION NOT = SPACES
               MOVE WS-ENV-ACH-DESTINATION TO WS-ACH-DESTINATION
           END-IF
           MOVE SPACES TO WS-ENV-ACH-DEST-NAME
           ACCEPT WS-ENV-ACH-DEST-NAME FROM ENVIRONMENT
               "PAYROLL-ACH-DESTINATION-NAME"
           IF WS-ENV-ACH-DEST-NAME NOT = SPACES
               MOVE WS-ENV-ACH-DEST-NAME TO WS-ACH-DEST-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ACH-ODFI
           ACCEPT WS-ENV-ACH-ODFI FROM ENVIRONMENT "PAYROLL-ACH-ODFI"
           IF WS-ENV-ACH-ODFI NOT = SPACES
               MOVE WS-ENV-ACH-ODFI TO WS-ACH-ODFI
           END-IF
           MOVE SPACES TO WS-ENV-ACH-COMPANY-ID
           ACCEPT WS-ENV-ACH-COMPANY-ID FROM ENVIRONMENT
               "PAYROLL-ACH-COMPANY-ID"
           IF WS-ENV-ACH-COMPANY-ID NOT = SPACES
               MOVE WS-ENV-ACH-COMPANY-ID TO WS-ACH-COMPANY-ID
           END-IF
           MOVE SPACES TO WS-ENV-ACH-COMPANY-NAME
           ACCEPT WS-ENV-ACH-COMPANY-NAME FROM ENVIRONMENT
               "PAYROLL-ACH-COMPANY-NAME"
           IF WS-ENV-ACH-COMPANY-NAME NOT = SPACES
               MOVE WS-ENV-ACH-COMPANY-NAME TO WS-ACH-COMPANY-NAME
           END-IF
           MOVE SPACES TO WS-ENV-PRENOTE-DAYS
           ACCEPT WS-ENV-PRENOTE-DAYS FROM ENVIRONMENT
               "PAYROLL-PRENOTE-DAYS"
           IF WS-ENV-PRENOTE-DAYS NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-PRENOTE-DAYS) = 0
               MOVE NUMVAL(WS-ENV-PRENOTE-DAYS) TO WS-PRENOTE-DAYS
           END-IF
           OPEN OUTPUT ACH-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-ACH-STATUS NOT = "00" AND WS-ACH-STATUS NOT = "05"
               DISPLAY "PAYROLL-REGISTER: cannot open ACH file "
                   TRIM(WS-ACH-FILE-NAME) " - file status "
                   WS-ACH-STATUS " - no direct deposits cut"
               MOVE 'Y' TO WS-ACH-FAILED
               GO TO WRITE-ACH-FILE-EXIT
           END-IF
      *> no deposit segment at all is a shop still paying by check -
      *> everyone is listed and the run carries on
           OPEN I-O DEPOSIT-MASTER
           IF WS-DEPOSIT-STATUS = "00" OR WS-DEPOSIT-STATUS = "05"
               MOVE 'Y' TO WS-DEPOSIT-OPEN
           ELSE
               DISPLAY "PAYROLL-REGISTER: direct deposit master "
                   TRIM(WS-DEPOSIT-FILE-NAME) " not available - "
                   "file status " WS-DEPOSIT-STATUS
                   " - all employees paid by check"
           END-IF
           ACCEPT WS-CREATE-DATE FROM DATE
           ACCEPT WS-CREATE-TIME FROM TIME
           MOVE WS-ACH-DESTINATION TO AFH-DESTINATION
           MOVE WS-ACH-COMPANY-ID TO AFH-ORIGIN
           MOVE WS-CREATE-DATE TO AFH-CREATE-DATE
           MOVE WS-CREATE-TIME(1:4) TO AFH-CREATE-TIME
           MOVE WS-ACH-DEST-NAME TO AFH-DEST-NAME
           MOVE WS-ACH-COMPANY-NAME TO AFH-ORIGIN-NAME
           MOVE WS-RUN-ID TO AFH-REFERENCE
           WRITE ACH-RECORD FROM WS-ACH-FILE-HEADER
           ADD 1 TO WS-ACH-RECORDS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
               PERFORM ACH-ONE-EMPLOYEE THRU ACH-ONE-EMPLOYEE-EXIT
           END-PERFORM
           IF WS-DEPOSIT-OPEN = 'Y'
               CLOSE DEPOSIT-MASTER
           END-IF
           IF WS-ACH-BATCH-OPEN = 'Y'
               MOVE WS-ACH-ENTRIES TO ABC-ENTRY-COUNT
               MOVE WS-ACH-HASH TO ABC-ENTRY-HASH
               MOVE 0 TO ABC-DEBIT-TOTAL
               COMPUTE ABC-CREDIT-TOTAL = WS-ACH-CREDIT-TOTAL * 100
               MOVE WS-ACH-COMPANY-ID TO ABC-COMPANY-ID
               MOVE WS-ACH-ODFI TO ABC-ODFI
               MOVE WS-ACH-BATCHES TO ABC-BATCH-NUMBER
               WRITE ACH-RECORD FROM WS-ACH-BATCH-CONTROL
               ADD 1 TO WS-ACH-RECORDS
           END-IF
      *> the file control counts itself, and the file is filled out
      *> to whole blocks of ten with all-nines records
           ADD 1 TO WS-ACH-RECORDS
           COMPUTE WS-ACH-PAD = MOD(10 - MOD(WS-ACH-RECORDS, 10), 10)
           MOVE WS-ACH-BATCHES TO AFC-BATCH-COUNT
           COMPUTE AFC-BLOCK-COUNT = (WS-ACH-RECORDS + WS-ACH-PAD) / 10
           MOVE WS-ACH-ENTRIES TO AFC-ENTRY-COUNT
           MOVE WS-ACH-HASH TO AFC-ENTRY-HASH
           MOVE 0 TO AFC-DEBIT-TOTAL
           COMPUTE AFC-CREDIT-TOTAL = WS-ACH-CREDIT-TOTAL * 100
           WRITE ACH-RECORD FROM WS-ACH-FILE-CONTROL
           PERFORM WS-ACH-PAD TIMES
               MOVE ALL "9" TO ACH-RECORD
               WRITE ACH-RECORD
           END-PERFORM
           CLOSE ACH-FILE
      *> the proof: what went to the bank plus what goes out as
      *> checks must be the register's net to the cent
           COMPUTE WS-ACH-PROOF = WS-ACH-CREDIT-TOTAL + WS-CHECK-TOTAL
           DISPLAY "===== Payroll ACH file ====="
           DISPLAY "ACH file:           " TRIM(WS-ACH-FILE-NAME)
           DISPLAY "Credit entries:     " WS-ACH-ENTRIES
           DISPLAY "  of which prenotes: " WS-ACH-PRENOTES
           MOVE WS-ACH-CREDIT-TOTAL TO WS-TOTAL-ED
           DISPLAY "ACH credit total:   " WS-TOTAL-ED
           MOVE WS-CHECK-TOTAL TO WS-TOTAL-ED
           DISPLAY "Paid by check (" WS-CHECK-COUNT "): " WS-TOTAL-ED
           MOVE WS-NET-TOTAL TO WS-TOTAL-ED
           DISPLAY "Register net total: " WS-TOTAL-ED
           IF WS-ACH-PROOF NOT = WS-NET-TOTAL
               DISPLAY "PAYROLL-REGISTER: ACH credits plus checks do "
                   "not equal the register net - ACH file must not "
                   "be released"
               MOVE 'Y' TO WS-ACH-FAILED
           END-IF
           IF WS-DEPOSIT-ERRORS > 0
               DISPLAY "Direct deposit exceptions: " WS-DEPOSIT-ERRORS
           END-IF.
       WRITE-ACH-FILE-EXIT.
           EXIT.

       ACH-ONE-EMPLOYEE.
           IF WS-DEPOSIT-OPEN NOT = 'Y'
               MOVE "no direct deposit master" TO WS-CHECK-REASON
               PERFORM PAY-BY-CHECK
               GO TO ACH-ONE-EMPLOYEE-EXIT
           END-IF
           MOVE ROW-ID(I) TO DEP-EMPLOYEE-ID
           READ DEPOSIT-MASTER
               INVALID KEY
                   MOVE "no direct deposit details" TO WS-CHECK-REASON
                   PERFORM PAY-BY-CHECK
                   GO TO ACH-ONE-EMPLOYEE-EXIT
           END-READ
      *> DEPOSIT-MAINT checked the numbers on entry; checked again
      *> here because a bad one in the file rejects the whole batch
           CALL "ROUTING-CHECK" USING DEP-PRI-ROUTING WS-ROUTING-VALID
           IF WS-ROUTING-VALID = 'Y'
             AND DEP-SEC-ROUTING NOT = "000000000"
             AND DEP-SEC-ROUTING NOT = SPACES
               CALL "ROUTING-CHECK" USING DEP-SEC-ROUTING
                   WS-ROUTING-VALID
           END-IF
           IF WS-ROUTING-VALID NOT = 'Y'
               ADD 1 TO WS-DEPOSIT-ERRORS
               MOVE "routing number fails check digit"
                   TO WS-CHECK-REASON
               PERFORM PAY-BY-CHECK
               GO TO ACH-ONE-EMPLOYEE-EXIT
           END-IF
           EVALUATE DEP-PRENOTE-STATUS
               WHEN 'L'
                   CONTINUE
               WHEN 'S'
      *> the prenote has had its time to come back unreturned -
      *> the account goes live with this paycheck
                   COMPUTE WS-LIVE-INT =
                       INTEGER-OF-DATE(DEP-PRENOTE-DATE)
                       + WS-PRENOTE-DAYS
                   IF WS-PAY-INT < WS-LIVE-INT
                       MOVE "prenote pending" TO WS-CHECK-REASON
                       PERFORM PAY-BY-CHECK
                       GO TO ACH-ONE-EMPLOYEE-EXIT
                   END-IF
                   MOVE 'L' TO DEP-PRENOTE-STATUS
                   PERFORM REWRITE-DEPOSIT-STATUS
               WHEN OTHER
      *> new or changed details - a zero-dollar prenote to every
      *> account on the record, and this paycheck goes by check
                   MOVE 'Y' TO WS-ENTRY-PRENOTE
                   MOVE 0 TO WS-ENTRY-AMOUNT
                   MOVE DEP-PRI-ROUTING TO WS-ENTRY-ROUTING
                   MOVE DEP-PRI-ACCOUNT TO WS-ENTRY-ACCOUNT
                   MOVE DEP-PRI-TYPE TO WS-ENTRY-TYPE
                   PERFORM WRITE-ACH-ENTRY
                   IF DEP-SEC-ROUTING NOT = "000000000"
                     AND DEP-SEC-ROUTING NOT = SPACES
                       MOVE DEP-SEC-ROUTING TO WS-ENTRY-ROUTING
                       MOVE DEP-SEC-ACCOUNT TO WS-ENTRY-ACCOUNT
                       MOVE DEP-SEC-TYPE TO WS-ENTRY-TYPE
                       PERFORM WRITE-ACH-ENTRY
                   END-IF
                   MOVE 'S' TO DEP-PRENOTE-STATUS
                   MOVE WS-PAY-DATE TO DEP-PRENOTE-DATE
                   PERFORM REWRITE-DEPOSIT-STATUS
                   MOVE "prenote sent" TO WS-CHECK-REASON
                   PERFORM PAY-BY-CHECK
                   GO TO ACH-ONE-EMPLOYEE-EXIT
           END-EVALUATE
           IF ROW-NET(I) NOT > 0
               MOVE "no net pay" TO WS-CHECK-REASON
               PERFORM PAY-BY-CHECK
               GO TO ACH-ONE-EMPLOYEE-EXIT
           END-IF
           MOVE 'N' TO WS-ENTRY-PRENOTE
           MOVE ROW-NET(I) TO WS-ACH-REMAIN
      *> the split comes off the top - a flat amount never more
      *> than the paycheck, a percentage of net; the primary
      *> account takes whatever is left
           IF DEP-SEC-ROUTING NOT = "000000000"
             AND DEP-SEC-ROUTING NOT = SPACES
               IF DEP-SEC-METHOD = 'P'
                   COMPUTE WS-SPLIT-AMOUNT ROUNDED =
                       ROW-NET(I) * DEP-SEC-VALUE / 100
               ELSE
                   MOVE DEP-SEC-VALUE TO WS-SPLIT-AMOUNT
               END-IF
               IF WS-SPLIT-AMOUNT > WS-ACH-REMAIN
                   MOVE WS-ACH-REMAIN TO WS-SPLIT-AMOUNT
               END-IF
               IF WS-SPLIT-AMOUNT > 0
                   MOVE WS-SPLIT-AMOUNT TO WS-ENTRY-AMOUNT
                   MOVE DEP-SEC-ROUTING TO WS-ENTRY-ROUTING
                   MOVE DEP-SEC-ACCOUNT TO WS-ENTRY-ACCOUNT
                   MOVE DEP-SEC-TYPE TO WS-ENTRY-TYPE
                   PERFORM WRITE-ACH-ENTRY
                   SUBTRACT WS-SPLIT-AMOUNT FROM WS-ACH-REMAIN
               END-IF
           END-IF
           IF WS-ACH-REMAIN > 0
               MOVE WS-ACH-REMAIN TO WS-ENTRY-AMOUNT
               MOVE DEP-PRI-ROUTING TO WS-ENTRY-ROUTING
               MOVE DEP-PRI-ACCOUNT TO WS-ENTRY-ACCOUNT
               MOVE DEP-PRI-TYPE TO WS-ENTRY-TYPE
               PERFORM WRITE-ACH-ENTRY
           END-IF.
       ACH-ONE-EMPLOYEE-EXIT.
           EXIT.

       WRITE-ACH-ENTRY.
      *> the batch header goes out with the first entry - a run
      *> with nothing for the bank carries no empty batch
           IF WS-ACH-BATCH-OPEN = 'N'
               ADD 1 TO WS-ACH-BATCHES
               MOVE WS-ACH-COMPANY-NAME TO ABH-COMPANY-NAME
               MOVE SPACES TO ABH-DISCRETIONARY
               MOVE WS-ACH-COMPANY-ID TO ABH-COMPANY-ID
               MOVE WS-PAY-DATE(3:6) TO ABH-DESCRIPTIVE-DATE
               MOVE WS-PAY-DATE(3:6) TO ABH-EFFECTIVE-DATE
               MOVE WS-ACH-ODFI TO ABH-ODFI
               MOVE WS-ACH-BATCHES TO ABH-BATCH-NUMBER
               WRITE ACH-RECORD FROM WS-ACH-BATCH-HEADER
               ADD 1 TO WS-ACH-RECORDS
               MOVE 'Y' TO WS-ACH-BATCH-OPEN
           END-IF
           IF WS-ENTRY-TYPE = 'S'
               MOVE 32 TO AEN-TXN-CODE
           ELSE
               MOVE 22 TO AEN-TXN-CODE
           END-IF
           IF WS-ENTRY-PRENOTE = 'Y'
               ADD 1 TO AEN-TXN-CODE
               ADD 1 TO WS-ACH-PRENOTES
           END-IF
           MOVE WS-ENTRY-ROUTING(1:8) TO AEN-RDFI
           MOVE WS-ENTRY-ROUTING(9:1) TO AEN-CHECK-DIGIT
           MOVE WS-ENTRY-ACCOUNT TO AEN-ACCOUNT
           COMPUTE AEN-AMOUNT = WS-ENTRY-AMOUNT * 100
           MOVE ROW-ID(I) TO AEN-INDIVIDUAL-ID
           MOVE ROW-NAME(I) TO AEN-NAME
           MOVE SPACES TO AEN-DISCRETIONARY
           ADD 1 TO WS-ACH-ENTRIES
           MOVE WS-ACH-ODFI TO AEN-TRACE-ODFI
           MOVE WS-ACH-ENTRIES TO AEN-TRACE-SEQ
           WRITE ACH-RECORD FROM WS-ACH-ENTRY
           ADD 1 TO WS-ACH-RECORDS
           ADD NUMVAL(WS-ENTRY-ROUTING(1:8)) TO WS-ACH-HASH
           ADD WS-ENTRY-AMOUNT TO WS-ACH-CREDIT-TOTAL.

       REWRITE-DEPOSIT-STATUS.
           REWRITE DEPOSIT-RECORD
               INVALID KEY
                   ADD 1 TO WS-DEPOSIT-ERRORS
                   DISPLAY "PAYROLL-REGISTER: prenote status for "
                       "employee " ROW-ID(I) " not updated - file "
                       "status " WS-DEPOSIT-STATUS
           END-REWRITE.

       PAY-BY-CHECK.
           ADD 1 TO WS-CHECK-COUNT
           ADD ROW-NET(I) TO WS-CHECK-TOTAL
           MOVE ROW-NET(I) TO WS-NET-ED
           DISPLAY "PAYROLL-REGISTER: employee " ROW-ID(I)
               " paid by check " WS-NET-ED " - "
               TRIM(WS-CHECK-REASON).

       WRITE-PAY-HISTORY.
      *> the period as paid at its own rate, then each retro
      *> adjustment this paycheck carried, against the period it
      *> trued up
           MOVE ROW-ANNUAL(I) TO WS-PH-ED-ANNUAL
           MOVE ROW-RATE(I) TO WS-PH-ED-RATE
           MOVE ROW-REG-HOURS(I) TO WS-PH-ED-REG
           MOVE ROW-OT-HOURS(I) TO WS-PH-ED-OT
           MOVE ROW-HOL-HOURS(I) TO WS-PH-ED-HOL
           COMPUTE WS-PH-ED-AMOUNT = ROW-GROSS(I) - ROW-RETRO(I)
           MOVE SPACES TO PAY-HISTORY-RECORD
           STRING "P," ROW-ID(I) "," WS-PAY-DATE ","
                   ROW-PERIOD-START(I) "," ROW-PERIOD-END(I) ","
                   ROW-BASIS(I) "," ROW-FREQ(I) ","
                   WS-PH-ED-ANNUAL "," WS-PH-ED-RATE ","
                   WS-PH-ED-REG "," WS-PH-ED-OT "," WS-PH-ED-HOL ","
                   TRIM(WS-PH-ED-AMOUNT) "," TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO PAY-HISTORY-RECORD
           WRITE PAY-HISTORY-RECORD
           PERFORM VARYING WS-RTD-I FROM 1 BY 1
                   UNTIL WS-RTD-I > WS-RTD-COUNT
               IF RTD-EMPID(WS-RTD-I) = ROW-ID(I)
                   IF RTD-BASIS(WS-RTD-I) = 'H'
                       MOVE 0 TO WS-PH-ED-ANNUAL
                       MOVE RTD-NEW-RATE(WS-RTD-I) TO WS-PH-ED-RATE
                   ELSE
                       MOVE RTD-NEW-RATE(WS-RTD-I) TO WS-PH-ED-ANNUAL
                       MOVE 0 TO WS-PH-ED-RATE
                   END-IF
                   MOVE 0 TO WS-PH-ED-REG WS-PH-ED-OT WS-PH-ED-HOL
                   MOVE RTD-RETRO(WS-RTD-I) TO WS-PH-ED-AMOUNT
                   MOVE SPACES TO PAY-HISTORY-RECORD
                   STRING "R," ROW-ID(I) "," WS-PAY-DATE ","
                           RTD-START(WS-RTD-I) "," RTD-END(WS-RTD-I)
                           "," RTD-BASIS(WS-RTD-I) ","
                           RTD-FREQ(WS-RTD-I) ","
                           WS-PH-ED-ANNUAL "," WS-PH-ED-RATE ","
                           WS-PH-ED-REG "," WS-PH-ED-OT ","
                           WS-PH-ED-HOL "," TRIM(WS-PH-ED-AMOUNT) ","
                           TRIM(WS-RUN-ID)
                       DELIMITED BY SIZE INTO PAY-HISTORY-RECORD
                   WRITE PAY-HISTORY-RECORD
               END-IF
           END-PERFORM.

       WRITE-DEDUCTION-HISTORY.
      *> each enrollment deducted on this paycheck, priced the way
      *> the register itemizes it - the whole premium the carrier
      *> bills and the part of it the employee paid
           MOVE ROW-ID(I) TO WS-EMPID-X
           MOVE WS-PAY-DATE TO WS-ENR-AS-OF
           IF WS-FINAL-RUN = 'Y'
               MOVE ROW-PERIOD-END(I) TO WS-ENR-AS-OF
           END-IF
           PERFORM VARYING WS-ENR-I FROM 1 BY 1
                   UNTIL WS-ENR-I > WS-ENR-COUNT
               IF ENR-EMPID(WS-ENR-I) = WS-EMPID-X
                 AND ENR-EFFDATE(WS-ENR-I) <= WS-ENR-AS-OF
                 AND (ENR-ENDDATE(WS-ENR-I) = SPACES
                      OR ENR-ENDDATE(WS-ENR-I) >= WS-ENR-AS-OF)
                   PERFORM VARYING WS-BEN-I FROM 1 BY 1
                           UNTIL WS-BEN-I > WS-BEN-COUNT
                       IF BEN-CODE(WS-BEN-I) = ENR-CODE(WS-ENR-I)
                           IF BEN-METHOD(WS-BEN-I) = 'P'
                               COMPUTE WS-DED-PREMIUM ROUNDED =
                                   ROW-GROSS(I)
                                   * BEN-AMOUNT(WS-BEN-I) / 100
                           ELSE
                               MOVE BEN-AMOUNT(WS-BEN-I)
                                   TO WS-DED-PREMIUM
                           END-IF
                           COMPUTE WS-DED-AMOUNT ROUNDED =
                               WS-DED-PREMIUM
                               * BEN-EMPSHARE(WS-BEN-I) / 100
                           MOVE WS-DED-PREMIUM TO WS-DED-ED-PREMIUM
                           MOVE WS-DED-AMOUNT TO WS-DED-ED-SHARE
                           MOVE SPACES TO DED-HISTORY-RECORD
                           STRING ROW-ID(I) ","
                                   TRIM(ENR-CODE(WS-ENR-I)) ","
                                   WS-PAY-DATE ","
                                   ROW-PERIOD-START(I) ","
                                   ROW-PERIOD-END(I) ","
                                   TRIM(WS-DED-ED-PREMIUM) ","
                                   TRIM(WS-DED-ED-SHARE) ","
                                   TRIM(WS-RUN-ID)
                               DELIMITED BY SIZE
                               INTO DED-HISTORY-RECORD
                           WRITE DED-HISTORY-RECORD
                           MOVE WS-BEN-COUNT TO WS-BEN-I
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       LOAD-DEPT-GL-MAP.
           MOVE SPACES TO WS-ENV-DEPT-FILE-NAME
           ACCEPT WS-ENV-DEPT-FILE-NAME FROM ENVIRONMENT
           MOVE WS-GRAND-TOTAL TO WS-GL-AMOUNT-ED
           MOVE SPACES TO GL-RECORD
           STRING "H," WS-PAY-DATE "," TRIM(WS-GL-AMOUNT-ED)
                   "," TRIM(WS-GL-SOURCE)
               DELIMITED BY SIZE INTO GL-RECORD
           WRITE GL-RECORD
      *> the rows are already in department order - one balanced
               ADD ROW-GROSS(I) TO WS-DEPT-TOTAL
           END-PERFORM
           PERFORM WRITE-ONE-DEPT-PAIR
      *> the withholding moves out of clearing into the liabilities
      *> the authorities are paid from; the employer's share is an
      *> expense of its own owed to the same liability
           MOVE WS-CLEARING-ACCOUNT TO WS-PAIR-DEBIT
           MOVE WS-FED-WH-ACCOUNT TO WS-PAIR-CREDIT
           MOVE WS-FED-TOTAL TO WS-PAIR-AMOUNT
           PERFORM WRITE-ONE-TAX-PAIR
           MOVE WS-STATE-WH-ACCOUNT TO WS-PAIR-CREDIT
           MOVE WS-STATE-TOTAL TO WS-PAIR-AMOUNT
           PERFORM WRITE-ONE-TAX-PAIR
           MOVE WS-SOCIAL-ACCOUNT TO WS-PAIR-CREDIT
           MOVE WS-SOCIAL-TOTAL TO WS-PAIR-AMOUNT
           PERFORM WRITE-ONE-TAX-PAIR
      *> garnishments withheld wait in a liability of their own
      *> until the remittance list is paid to the agencies
           MOVE WS-GARNISH-ACCOUNT TO WS-PAIR-CREDIT
           MOVE WS-GARNISH-TOTAL TO WS-PAIR-AMOUNT
           PERFORM WRITE-ONE-TAX-PAIR
           MOVE WS-ER-TAX-EXPENSE TO WS-PAIR-DEBIT
           MOVE WS-SOCIAL-ACCOUNT TO WS-PAIR-CREDIT
           MOVE WS-ER-SOCIAL-TOTAL TO WS-PAIR-AMOUNT
           PERFORM WRITE-ONE-TAX-PAIR
           MOVE WS-GL-DEBITS TO WS-GL-AMOUNT-ED
           MOVE SPACES TO GL-RECORD
           STRING "T," TRIM(WS-GL-AMOUNT-ED) ",RELEASED"
           WRITE GL-RECORD
           CLOSE GL-FILE
           DISPLAY "PAYROLL-REGISTER: payroll GL extract written - "
               WS-DEPT-GL-PAIRS " department pair(s), "
               WS-TAX-GL-PAIRS " tax pair(s) to "
               TRIM(WS-GL-FILE-NAME).
       WRITE-PAYROLL-GL-EXIT.
           EXIT.
           ADD WS-DEPT-TOTAL TO WS-GL-DEBITS
           ADD 1 TO WS-DEPT-GL-PAIRS.

       WRITE-ONE-TAX-PAIR.
      *> a liability with nothing withheld this run posts nothing
           IF WS-PAIR-AMOUNT > 0
               MOVE WS-PAIR-AMOUNT TO WS-GL-AMOUNT-ED
               MOVE SPACES TO GL-RECORD
               STRING "D," WS-PAIR-DEBIT "," TRIM(WS-GL-AMOUNT-ED)
                   DELIMITED BY SIZE INTO GL-RECORD
               WRITE GL-RECORD
               MOVE SPACES TO GL-RECORD
               STRING "C," WS-PAIR-CREDIT "," TRIM(WS-GL-AMOUNT-ED)
                   DELIMITED BY SIZE INTO GL-RECORD
               WRITE GL-RECORD
               ADD WS-PAIR-AMOUNT TO WS-GL-DEBITS
               ADD 1 TO WS-TAX-GL-PAIRS
           END-IF.

       WRITE-SUMMARY-CONTROL.
      *> the one-line control record downstream balancing reads
           MOVE SPACES TO WS-ENV-SUMMARY-FILE-NAME
           WRITE SUMMARY-RECORD
           CLOSE SUMMARY-FILE
           MOVE SPACES TO WS-EVENT-MESSAGE
           IF WS-FINAL-RUN = 'Y'
               STRING "final pay register: " WS-PAID-COUNT
                       " leaver(s), gross " WS-TOTAL-ED
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           ELSE
               STRING "payroll register: " WS-PAID-COUNT
                       " employee(s), gross " WS-TOTAL-ED
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           END-IF
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE.
       WRITE-SUMMARY-CONTROL-EXIT.
           EXIT.
