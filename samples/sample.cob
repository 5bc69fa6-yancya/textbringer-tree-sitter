               ASSIGN TO "pending.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPROVAL-QUEUE-FILE
               ASSIGN TO "approvq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-EMP-ID
               FILE STATUS IS WS-APPR-STATUS.

           SELECT APPROVAL-REPORT
               ASSIGN TO "approvq.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * ASSIGN TO a data name (same idiom as EMPLOYEE-FILE's req008
      * override) so each batch pass checkpoints to its own physical
      * file instead of the two passes trampling one another's restart
               ASSIGN TO "payreg.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMESHEET-FILE
               ASSIGN TO "timesheet.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-STATUS.

           SELECT TIMESHEET-EDIT-REPORT
               ASSIGN TO "tsedit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEDUCTION-FILE
               ASSIGN TO "dedmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-FILE-STATUS.

           SELECT DEDUCTION-LOAD-FILE
               ASSIGN TO "dedload.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-LOAD-STATUS.

           SELECT DEDUCTION-REPORT
               ASSIGN TO "dedreg.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATING-BAND-FILE
               ASSIGN TO "ratebands.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "budget.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITION-FILE
               ASSIGN TO "posmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POSITION-NO
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT POSITION-LOAD-FILE
               ASSIGN TO "posload.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-LOAD-STATUS.

           SELECT POSITION-REPORT
               ASSIGN TO "posctl.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-FILE
               ASSIGN TO "emparch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-ACCT-STATUS.

      * GL and bank extracts ASSIGN TO data names (the RESTART-FILE
      * idiom) so the off-cycle runs write their own batches without
      * overwriting the regular glpost.dat / bankpay.dat; every opener
      * sets the name first.
           SELECT GL-POSTING-FILE
               ASSIGN TO WS-GL-POST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-POST-STATUS.

               ASSIGN TO "glrecon.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COST-DIST-FILE
               ASSIGN TO "costdist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-FILE-STATUS.

           SELECT COST-DIST-REPORT
               ASSIGN TO "costdist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-FILE
               ASSIGN TO "emphist.dat"
               ORGANIZATION IS INDEXED
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT BANK-PAYMENT-FILE
               ASSIGN TO WS-BANK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-FILE-STATUS.

           SELECT RETRO-EARNINGS-FILE
               ASSIGN TO "retroearn.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-KEY
               FILE STATUS IS WS-RETRO-FILE-STATUS.

           SELECT RETRO-REPORT
               ASSIGN TO "retro.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FINAL-PAY-REPORT
               ASSIGN TO "finalpay.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BANK-RETURN-FILE
               ASSIGN TO "bankrtn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-RTN-STATUS.

           SELECT BANK-RETURN-REPORT
               ASSIGN TO "bankrtn.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REISSUE-REPORT
               ASSIGN TO "reissue.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT YTD-MASTER-FILE
               ASSIGN TO "ytdstmt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO "payhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               ALTERNATE RECORD KEY IS PH-EMP-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PH-FILE-STATUS.

           SELECT QTR-TAX-REPORT
               ASSIGN TO "qtrtax.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Report generations: each report a run writes is copied to
      * <report>.<run date>.<generation id> and indexed by run date
      * in rptindex.dat. The copy files ASSIGN TO data names (the
      * RESTART-FILE idiom); every opener sets the name first.
           SELECT REPORT-INDEX-FILE
               ASSIGN TO "rptindex.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-KEY
               FILE STATUS IS WS-RX-FILE-STATUS.

           SELECT REPORT-COPY-IN
               ASSIGN TO WS-RG-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-IN-STATUS.

           SELECT REPORT-COPY-OUT
               ASSIGN TO WS-RG-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-OUT-STATUS.

      * Master layout conversion (run 9): the same physical files as
      * EMPLOYEE-FILE, HISTORY-FILE, YTD-MASTER-FILE and
      * PENDING-TRANS-FILE, described with their record lengths from
      * before pay type, hourly rate, position number, keyed date
      * and other deductions were carried.
           SELECT OLD-EMPLOYEE-FILE
               ASSIGN TO WS-EMPLOYEE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OE-EMP-ID
               ALTERNATE RECORD KEY IS OE-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-CNV-OLD-STATUS.

           SELECT OLD-HISTORY-FILE
               ASSIGN TO "emphist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-CNV-OLD-STATUS.

           SELECT OLD-YTD-MASTER-FILE
               ASSIGN TO "ytdmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OY-EMP-ID
               FILE STATUS IS WS-CNV-OLD-STATUS.

           SELECT OLD-PENDING-TRANS-FILE
               ASSIGN TO "pendtrans.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CNV-OLD-STATUS.

           SELECT CONVERT-WORK-FILE
               ASSIGN TO "cnvwork.tmp"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CNV-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
      * employee falls out on the pay register exception page.
           05 EMP-BANK-ROUTING PIC 9(9).
           05 EMP-BANK-ACCOUNT PIC X(17).
      * "H" is paid from timesheet hours at EMP-HOURLY-RATE; anything
      * else is salaried and paid EMP-SALARY / 24 as before. For an
      * hourly employee EMP-SALARY is the budgeted annual figure only.
           05 EMP-PAY-TYPE     PIC X.
               88 EMP-PAY-HOURLY   VALUE "H".
               88 EMP-PAY-SALARIED VALUE "S".
           05 EMP-HOURLY-RATE  PIC 9(3)V99.
      * Position held (posmast.dat); zero means none.
           05 EMP-POSITION-NO  PIC 9(6).

      * The structured transaction layout lives in WORKING-STORAGE
      * (TRANS-RECORD, below): the pending-queue sweep and report
      * never opened, and a record area is only addressable between
      * OPEN and CLOSE. This FD record is just the transfer buffer.
       FD TRANS-FILE.
       01 TRANS-FILE-RECORD         PIC X(121).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-EMP-SALARY      PIC 9(7)V99.
           05 SORT-BANK-ROUTING    PIC 9(9).
           05 SORT-BANK-ACCOUNT    PIC X(17).
           05 SORT-PAY-TYPE        PIC X.
               88 SORT-PAY-HOURLY  VALUE "H".
           05 SORT-HOURLY-RATE     PIC 9(3)V99.
           05 SORT-REG-HOURS       PIC 9(3)V99.
           05 SORT-OT-HOURS        PIC 9(3)V99.

       FD PENDING-TRANS-FILE.
       01 PENDING-TRANS-RECORD     PIC X(121).

       FD PENDING-REPORT.
       01 PENDING-REPORT-LINE      PIC X(80).

      * Sensitive CHANGE transactions waiting for a second user, one
      * per employee. The before values are the master's as they
      * stood when the change was keyed; release is refused if any
      * of them has moved since.
       FD APPROVAL-QUEUE-FILE.
       01 APPROVAL-QUEUE-RECORD.
           05 AQ-EMP-ID            PIC 9(5).
           05 AQ-HELD-DATE         PIC 9(8).
           05 AQ-HELD-TIME         PIC 9(6).
           05 AQ-KEYED-BY          PIC X(8).
           05 AQ-SALARY-FLAG       PIC X.
           05 AQ-BANK-FLAG         PIC X.
           05 AQ-BEFORE-SALARY     PIC 9(7)V99.
           05 AQ-BEFORE-PAY-TYPE   PIC X.
           05 AQ-BEFORE-HOURLY-RATE PIC 9(3)V99.
           05 AQ-BEFORE-ROUTING    PIC 9(9).
           05 AQ-BEFORE-ACCOUNT    PIC X(17).
           05 AQ-BEFORE-NAME       PIC X(30).
           05 AQ-BEFORE-DEPT       PIC X(20).
           05 AQ-TRANS-IMAGE       PIC X(121).

       FD APPROVAL-REPORT.
       01 APPROVAL-REPORT-LINE     PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD            PIC X(80).

           05 PR-RETIREMENT-AMOUNT PIC 9(7)V99.
           05 PR-INSURANCE-AMOUNT  PIC 9(7)V99.
           05 PR-NET-PAY           PIC 9(7)V99.
           05 PR-PAY-TYPE          PIC X.
           05 PR-REGULAR-HOURS     PIC 9(3)V99.
           05 PR-OVERTIME-HOURS    PIC 9(4)V99.
           05 PR-DEDUCTION-AMOUNT  PIC 9(7)V99.

       FD PAY-REGISTER-REPORT.
       01 PAY-REGISTER-LINE        PIC X(80).

      * One row per hourly employee per pay period, keyed in by the
      * time office. Hours are as worked; the pay register moves any
      * regular hours beyond 40 a week into overtime itself.
       FD TIMESHEET-FILE.
       01 TIMESHEET-RECORD.
           05 TS-EMP-ID            PIC 9(5).
           05 TS-PERIOD-END        PIC 9(8).
           05 TS-REGULAR-HOURS     PIC 9(3)V99.
           05 TS-OVERTIME-HOURS    PIC 9(3)V99.

       FD TIMESHEET-EDIT-REPORT.
       01 TIMESHEET-EDIT-LINE      PIC X(80).

      * Standing deductions, one per EMP-ID per deduction code. The
      * amount is flat (DED-AMOUNT) or a percent of period gross
      * (DED-PERCENT), taken for periods that overlap the start/stop
      * window (zero stop = open-ended). A nonzero goal balance is a
      * loan: deductions stop once DED-TAKEN-TO-DATE reaches it.
      * DED-LAST-PERIOD-END / DED-LAST-AMOUNT let a rerun of a period
      * replay what was taken instead of taking it twice.
       FD DEDUCTION-FILE.
       01 DEDUCTION-RECORD.
           05 DED-KEY.
               10 DED-EMP-ID       PIC 9(5).
               10 DED-CODE         PIC X(4).
           05 DED-PRIORITY         PIC 9(2).
           05 DED-METHOD           PIC X.
               88 DED-FLAT-AMOUNT  VALUE "F".
               88 DED-PCT-OF-GROSS VALUE "P".
           05 DED-AMOUNT           PIC 9(5)V99.
           05 DED-PERCENT          PIC 9(2)V99.
           05 DED-START-DATE       PIC 9(8).
           05 DED-STOP-DATE        PIC 9(8).
           05 DED-GOAL-BALANCE     PIC 9(7)V99.
           05 DED-GARNISH-SW       PIC X.
               88 DED-GARNISHMENT  VALUE "Y".
           05 DED-TAKEN-TO-DATE    PIC 9(7)V99.
           05 DED-LAST-PERIOD-END  PIC 9(8).
           05 DED-LAST-AMOUNT      PIC 9(5)V99.

      * Upserts the deduction master ahead of each register; the
      * running taken-to-date and last-period fields are never loaded.
       FD DEDUCTION-LOAD-FILE.
       01 DEDUCTION-LOAD-RECORD.
           05 DDL-EMP-ID           PIC 9(5).
           05 DDL-CODE             PIC X(4).
           05 DDL-PRIORITY         PIC 9(2).
           05 DDL-METHOD           PIC X.
           05 DDL-AMOUNT           PIC 9(5)V99.
           05 DDL-PERCENT          PIC 9(2)V99.
           05 DDL-START-DATE       PIC 9(8).
           05 DDL-STOP-DATE        PIC 9(8).
           05 DDL-GOAL-BALANCE     PIC 9(7)V99.
           05 DDL-GARNISH-SW       PIC X.

       FD DEDUCTION-REPORT.
       01 DEDUCTION-REPORT-LINE    PIC X(80).

       FD RATING-BAND-FILE.
       01 RATING-BAND-RECORD.
           05 RB-LOW-RATING        PIC 9(3)V99.
       FD BUDGET-REPORT.
       01 BUDGET-REPORT-LINE       PIC X(80).

      * Position control: one record per authorized position. The
      * incumbent is the employee currently holding it (zero when
      * vacant); PM-AUTH-FTE of zero freezes the position.
       FD POSITION-FILE.
       01 POSITION-RECORD.
           05 PM-POSITION-NO       PIC 9(6).
           05 PM-DEPARTMENT        PIC X(20).
           05 PM-GRADE             PIC X(2).
           05 PM-AUTH-FTE          PIC 9(2)V99.
           05 PM-INCUMBENT-EMP-ID  PIC 9(5).
           05 PM-FILLED-DATE       PIC 9(8).

      * Upserts the position master ahead of each maintenance run;
      * the incumbent is set only by maintenance, except that "V" in
      * PL-VACATE-SW clears an incumbent left behind.
       FD POSITION-LOAD-FILE.
       01 POSITION-LOAD-RECORD.
           05 PL-POSITION-NO       PIC 9(6).
           05 PL-DEPARTMENT        PIC X(20).
           05 PL-GRADE             PIC X(2).
           05 PL-AUTH-FTE          PIC 9(2)V99.
           05 PL-VACATE-SW         PIC X.

       FD POSITION-REPORT.
       01 POSITION-REPORT-LINE     PIC X(80).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARC-RECORD-TYPE      PIC X.
       FD GL-RECON-REPORT.
       01 GL-RECON-LINE            PIC X(80).

      * One line per employee per charged account; an employee's
      * percentages must come to 100.00 and every account must be in
      * glaccts.dat, otherwise the whole salary stays on the home
      * department's account.
       FD COST-DIST-FILE.
       01 COST-DIST-RECORD.
           05 CD-EMP-ID            PIC 9(5).
           05 CD-GL-ACCOUNT        PIC 9(8).
           05 CD-PERCENT           PIC 9(3)V99.
           05 CD-PERCENT-X REDEFINES CD-PERCENT
                                   PIC X(5).

       FD COST-DIST-REPORT.
       01 COST-DIST-REPORT-LINE    PIC X(80).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-KEY.
           05 HIST-EMP-STATUS      PIC X.
           05 HIST-EMP-GRADE       PIC X(2).
           05 HIST-EMP-STATUS-DATE PIC 9(8).
           05 HIST-EMP-PAY-TYPE    PIC X.
           05 HIST-EMP-HOURLY-RATE PIC 9(3)V99.
      * Run date the image was written. When a change is keyed after
      * the pay run for a period its HIST-EFF-DATE falls in, the two
      * dates straddle that period end and the retro run pays the
      * difference. Zero means not known, as on rows brought over
      * by the layout conversion, and is read as the effective date.
           05 HIST-KEYED-DATE      PIC 9(8).

       FD BANK-PAYMENT-FILE.
       01 BANK-PAYMENT-RECORD.
           05 YTD-RETIREMENT-AMOUNT PIC 9(9)V99.
           05 YTD-INSURANCE-AMOUNT PIC 9(9)V99.
           05 YTD-NET-PAY          PIC 9(9)V99.
           05 YTD-OTHER-DEDUCTIONS PIC 9(9)V99.

      * One row per employee per recalculated pay period per retro
      * run. A period's rows added together are everything retro has
      * already paid for it, which is how a later retro run pays only
      * what is still owed and a rerun pays nothing at all.
       FD RETRO-EARNINGS-FILE.
       01 RETRO-EARNINGS-RECORD.
           05 RE-KEY.
               10 RE-EMP-ID        PIC 9(5).
               10 RE-PERIOD-END    PIC 9(8).
               10 RE-RUN-DATE      PIC 9(8).
           05 RE-DEPARTMENT        PIC X(20).
           05 RE-PAID-SALARY       PIC 9(7)V99.
           05 RE-DUE-SALARY        PIC 9(7)V99.
           05 RE-GROSS-DIFF        PIC S9(7)V99.
           05 RE-TAX-DIFF          PIC S9(7)V99.
           05 RE-RETIREMENT-DIFF   PIC S9(7)V99.
           05 RE-NET-DIFF          PIC S9(7)V99.
           05 RE-PAID-PERIOD-END   PIC 9(8).

       FD RETRO-REPORT.
       01 RETRO-REPORT-LINE        PIC X(80).

       FD FINAL-PAY-REPORT.
       01 FINAL-PAY-LINE           PIC X(80).

      * Returned credits from the bank: an optional header carrying
      * the bank's batch id (checked against the run-control file so
      * a return file is never reversed twice), one "R" record per
      * bounced credit echoing the payment it returns plus the bank's
      * reason code, and a trailer with the file's control count and
      * total.
       FD BANK-RETURN-FILE.
       01 BANK-RETURN-RECORD.
           05 BR-RECORD-TYPE       PIC X.
           05 BR-PERIOD-END        PIC 9(8).
           05 BR-EMP-ID            PIC 9(5).
           05 BR-BANK-ROUTING      PIC 9(9).
           05 BR-BANK-ACCOUNT      PIC X(17).
           05 BR-AMOUNT            PIC 9(10)V99.
           05 BR-REASON-CODE       PIC X(3).
       01 BANK-RETURN-HEADER.
           05 BRH-RECORD-TYPE      PIC X.
           05 BRH-BATCH-ID         PIC X(10).
           05 BRH-RETURN-DATE      PIC 9(8).
           05 FILLER               PIC X(46).
       01 BANK-RETURN-TRAILER.
           05 BRT-RECORD-TYPE      PIC X.
           05 BRT-RECORD-COUNT     PIC 9(7).
           05 BRT-TOTAL-AMOUNT     PIC 9(13)V99.
           05 FILLER               PIC X(42).

       FD BANK-RETURN-REPORT.
       01 BANK-RETURN-LINE         PIC X(80).

       FD REISSUE-REPORT.
       01 REISSUE-LINE             PIC X(80).

       FD YTD-STATEMENT-REPORT.
       01 YTD-STATEMENT-LINE       PIC X(80).

      * Permanent record of every amount posted to the YTD master:
      * one row per period end, employee and paying run (G register,
      * E retro, D final pay). PH-EMP-ID is also an alternate key so
      * an employee's rows can be read together.
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
           05 PH-KEY.
               10 PH-PERIOD-END    PIC 9(8).
               10 PH-EMP-ID        PIC 9(5).
               10 PH-SOURCE        PIC X.
           05 PH-RUN-DATE          PIC 9(8).
           05 PH-DEPARTMENT        PIC X(20).
           05 PH-PAY-TYPE          PIC X.
           05 PH-GROSS-PAY         PIC 9(7)V99.
           05 PH-TAX-AMOUNT        PIC 9(7)V99.
           05 PH-RETIREMENT-AMOUNT PIC 9(7)V99.
           05 PH-INSURANCE-AMOUNT  PIC 9(7)V99.
           05 PH-NET-PAY           PIC 9(7)V99.
           05 PH-DEDUCTION-AMOUNT  PIC 9(7)V99.

       FD QTR-TAX-REPORT.
       01 QTR-TAX-LINE             PIC X(80).

      * One entry per kept report generation. The run date leads the
      * key so a date range is a START and a sequential read; the
      * generation id is the night chain id ("N" + run date) for a
      * chain step, otherwise the mode letter and the run's start
      * time (HHMMSS). Mode, batch id and outcome are the ones
      * written to runctl.dat for the same run or step.
       FD REPORT-INDEX-FILE.
       01 REPORT-INDEX-RECORD.
           05 RX-KEY.
               10 RX-RUN-DATE      PIC 9(8).
               10 RX-GEN-ID        PIC X(10).
               10 RX-REPORT-NAME   PIC X(14).
           05 RX-MODE              PIC X.
           05 RX-BATCH-ID          PIC X(10).
           05 RX-START-TIMESTAMP   PIC X(14).
           05 RX-END-TIMESTAMP     PIC X(14).
           05 RX-LINE-COUNT        PIC 9(7).
           05 RX-OUTCOME           PIC X(9).
           05 RX-GEN-FILE-NAME     PIC X(40).

       FD REPORT-COPY-IN.
       01 REPORT-COPY-IN-LINE      PIC X(80).

       FD REPORT-COPY-OUT.
       01 REPORT-COPY-OUT-LINE     PIC X(80).

      * Old layouts for the conversion run: only the keys are named.
       FD OLD-EMPLOYEE-FILE.
       01 OLD-EMPLOYEE-RECORD.
           05 OE-EMP-ID            PIC 9(5).
           05 FILLER               PIC X(39).
           05 OE-DEPARTMENT        PIC X(20).
           05 FILLER               PIC X(37).

       FD OLD-HISTORY-FILE.
       01 OLD-HISTORY-RECORD.
           05 OH-KEY               PIC X(19).
           05 FILLER               PIC X(76).

       FD OLD-YTD-MASTER-FILE.
       01 OLD-YTD-MASTER-RECORD.
           05 OY-EMP-ID            PIC 9(5).
           05 FILLER               PIC X(67).

       FD OLD-PENDING-TRANS-FILE.
       01 OLD-PENDING-TRANS-RECORD.
           05 OP-FRONT             PIC X(93).
           05 OP-EFF-DATE          PIC X(8).

       FD CONVERT-WORK-FILE.
       01 CONVERT-WORK-RECORD      PIC X(121).

       WORKING-STORAGE SECTION.
      * --- Variables ---
      * --- Command-line run parameters ---
       01 WS-AUDIT-ACTION       PIC X(6)  VALUE SPACES.
       01 WS-AUDIT-EMP-ID       PIC 9(5)  VALUE ZERO.
       01 WS-AUDIT-EFF-X        PIC X(13) VALUE SPACES.
       01 WS-AUDIT-USER         PIC X(8)  VALUE SPACES.
       01 WS-AUDIT-USER-X       PIC X(12) VALUE SPACES.

      * --- Transaction work area (see FD TRANS-FILE) ---
      * All transaction field references go through this layout;
      * untouched, the same convention TRANS-EMP-GRADE follows.
           05 TRANS-BANK-ROUTING    PIC X(9).
           05 TRANS-BANK-ACCOUNT    PIC X(17).
      * Pay type "S" or "H" and hourly rate (9(3)V99 digits). Blank
      * on a CHANGE leaves the master alone; blank pay type on an ADD
      * means salaried.
           05 TRANS-PAY-TYPE        PIC X.
           05 TRANS-HOURLY-RATE     PIC X(5).
           05 TRANS-HOURLY-RATE-N REDEFINES TRANS-HOURLY-RATE
                                    PIC 9(3)V99.
      * Date the change takes effect. Blank or zero means "apply on
      * sight"; a future date parks the transaction on the pending
      * file until the first maintenance run on or after that date.
           05 TRANS-EFF-DATE        PIC X(8).
      * User id of whoever keyed the transaction. On a V (release) or
      * X (reject) transaction it is the approving user, who must not
      * be the one that keyed the held change.
           05 TRANS-KEYED-BY        PIC X(8).
      * Position the employee is to hold (posmast.dat). Required on an
      * ADD and on a CHANGE that moves department; a CHANGE naming a
      * different position in the same department reassigns the
      * employee to it. Blank otherwise.
           05 TRANS-POSITION-NO     PIC X(6).
      * Optional batch header, first record only: "H" plus the batch
      * id the run-control file is checked against.
       01 TRANS-HEADER-RECORD REDEFINES TRANS-RECORD.
           05 TH-RECORD-TYPE        PIC X.
           05 TH-BATCH-ID           PIC X(10).
           05 FILLER                PIC X(110).

      * --- Effective-dated transactions / pending release queue ---
      * A transaction dated after WS-RUN-DATE is parked in this table
       01 WS-PEND-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 200 TIMES.
               10 WS-PEND-TRANS-IMAGE PIC X(99).
               10 WS-PEND-EFF         PIC X(8).
               10 WS-PEND-KEYED-BY    PIC X(8).
               10 WS-PEND-POSITION-NO PIC X(6).
       01 WS-PEND-IDX              PIC 9(3) VALUE ZERO.
       01 WS-PEND-IDX2             PIC 9(3) VALUE ZERO.
       01 WS-PEND-SWAP             PIC X(121) VALUE SPACES.
       01 WS-PEND-HELD-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-PEND-RELEASED-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-PEND-STILL-COUNT      PIC 9(7) VALUE ZERO.

      * --- Dual-control approval queue (approvq.dat) ---
      * A CHANGE that moves EMP-SALARY or EMP-HOURLY-RATE by more
      * than WS-APPR-SALARY-PCT percent either way, switches the pay
      * type, or alters the bank routing or account, is held on
      * approvq.dat instead of being applied. A V transaction keyed
      * by a different user releases it onto the master; an X
      * transaction rejects it. While a change waits, any other
      * CHANGE for the employee is refused, and the release itself
      * is refused if the master no longer matches the values it
      * was keyed against - the held change is then rejected and
      * rekeyed.
       01 WS-APPR-STATUS           PIC XX.
       01 WS-APPR-OPEN-SW          PIC X VALUE "N".
           88 APPR-FILE-OPEN       VALUE "Y".
       01 WS-APPR-EOF-SW           PIC X VALUE "N".
           88 APPR-AT-END          VALUE "Y".
       01 WS-APPR-FOUND-SW         PIC X VALUE "N".
           88 APPR-FOUND           VALUE "Y".
       01 WS-APPR-QUEUED-SW        PIC X VALUE "N".
           88 APPR-QUEUED          VALUE "Y".
       01 WS-APPR-SALARY-PCT       PIC 9(3)V99 VALUE 10.00.
       01 WS-APPR-SALARY-SW        PIC X VALUE "N".
           88 APPR-SALARY-SENSITIVE VALUE "Y".
       01 WS-APPR-BANK-SW          PIC X VALUE "N".
           88 APPR-BANK-SENSITIVE  VALUE "Y".
       01 WS-APPR-SALARY-DIFF      PIC S9(7)V99 VALUE ZERO.
       01 WS-APPR-RATE-DIFF        PIC S9(3)V99 VALUE ZERO.
       01 WS-APPR-PAY-TYPE         PIC X VALUE SPACE.
       01 WS-APPR-ROUTING          PIC 9(9) VALUE ZERO.
       01 WS-APPR-APPROVER         PIC X(8) VALUE SPACES.
       01 WS-APPR-IMAGE            PIC X(121) VALUE SPACES.
       01 WS-APPR-TIME             PIC X(21) VALUE SPACES.
       01 WS-APPR-DAYS-WAITING     PIC 9(5) VALUE ZERO.
       01 WS-APPR-PCT-CHANGE       PIC S9(5)V99 VALUE ZERO.
       01 WS-APPR-HELD-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-APPR-APPROVED-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-APPR-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-APPR-WAITING-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-EDIT-APPR-BEFORE      PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-APPR-AFTER       PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-APPR-RATE-BEFORE PIC ZZ9.99.
       01 WS-EDIT-APPR-RATE-AFTER  PIC ZZ9.99.
       01 WS-EDIT-APPR-PCT         PIC -ZZZZ9.99.
       01 WS-EDIT-APPR-LIMIT       PIC ZZ9.99.
       01 WS-EDIT-APPR-DAYS        PIC ZZZZ9.

      * --- Employee Inquiry (indexed EMP-ID lookup) ---
       01 WS-INQUIRY-EMP-ID    PIC 9(5) VALUE ZERO.

       01 WS-EDIT-TAX              PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-NET              PIC Z,ZZZ,ZZ9.99.

      * --- Hourly pay / timesheet edit (run ahead of the register) ---
      * timesheet.dat is edited into a table before the register
      * sort: a row must carry numeric fields, this period's end date
      * and some hours, and only one row per EMP-ID is accepted.
      * Rejects go to tsedit.rpt. The register pays each hourly
      * employee from the table; regular hours beyond 40 a week (the
      * period's days / 7 weeks) are moved to overtime and overtime
      * is paid at time-and-a-half. Hourly staff with no timesheet,
      * timesheets matching no active employee, and timesheets for a
      * salaried master, are not paid and land on the register's
      * timesheet exception page.
       01 WS-TIMESHEET-STATUS      PIC XX.
       01 WS-TIMESHEET-EOF-SW      PIC X VALUE "N".
           88 TIMESHEET-AT-END     VALUE "Y".
       01 WS-TS-READ-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-TS-ACCEPT-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-TS-REJECT-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-TS-ERROR              PIC X(40) VALUE SPACES.
       01 WS-TS-COUNT              PIC 9(4) VALUE ZERO.
       01 WS-TS-TABLE.
           05 WS-TS-ENTRY OCCURS 500 TIMES.
               10 WS-TS-EMP-ID     PIC 9(5).
               10 WS-TS-REG-HOURS  PIC 9(3)V99.
               10 WS-TS-OT-HOURS   PIC 9(3)V99.
               10 WS-TS-MATCHED-SW PIC X.
       01 WS-TS-IDX                PIC 9(4) VALUE ZERO.
       01 WS-TS-FOUND-IDX          PIC 9(4) VALUE ZERO.
       01 WS-TS-SEARCH-ID          PIC 9(5) VALUE ZERO.
       01 WS-HOURS-PER-WEEK        PIC 9(2)V99 VALUE 40.00.
       01 WS-OVERTIME-FACTOR       PIC 9V9 VALUE 1.5.
       01 WS-TS-PERIOD-DAYS        PIC 9(2) VALUE ZERO.
       01 WS-TS-REG-CAP            PIC 9(3)V99 VALUE ZERO.
       01 WS-PAY-REG-HOURS         PIC 9(3)V99 VALUE ZERO.
       01 WS-PAY-OT-HOURS          PIC 9(4)V99 VALUE ZERO.
       01 WS-TS-NO-SHEET-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-TS-NO-MASTER-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-TS-SALARIED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-TS-EXC-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-TS-EXC-TABLE.
           05 WS-TS-EXC-ENTRY OCCURS 100 TIMES.
               10 WS-TS-EXC-EMP-ID PIC 9(5).
               10 WS-TS-EXC-NAME   PIC X(30).
               10 WS-TS-EXC-DEPT   PIC X(20).
       01 WS-TS-EXC-IDX            PIC 9(3) VALUE ZERO.
       01 WS-EDIT-HOURS            PIC ZZZ9.99.

      * --- Deduction master / deduction register (with the register)
      * After net pay each employee's deductions in the period window
      * are taken lowest DED-PRIORITY first out of what net pay is
      * left. An ordinary deduction never takes net below zero; a
      * garnishment never takes it below WS-GARNISH-PROTECTED-NET.
      * Whatever will not fit is short-taken and flagged on dedreg.rpt,
      * which closes with totals by code for remittance.
       01 WS-DED-FILE-STATUS       PIC XX.
       01 WS-DED-LOAD-STATUS       PIC XX.
       01 WS-DED-OPEN-SW           PIC X VALUE "N".
           88 DED-FILE-OPEN        VALUE "Y".
       01 WS-DED-EOF-SW            PIC X VALUE "N".
           88 DED-AT-END           VALUE "Y".
       01 WS-DED-LOAD-EOF-SW       PIC X VALUE "N".
           88 DED-LOAD-AT-END      VALUE "Y".
       01 WS-DED-LOAD-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-GARNISH-PROTECTED-NET PIC 9(5)V99 VALUE 500.00.
       01 WS-DED-EMP-TOTAL         PIC 9(7)V99 VALUE ZERO.
       01 WS-DED-EMP-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-DED-EMP-TABLE.
           05 WS-DED-EMP-ENTRY OCCURS 20 TIMES.
               10 WS-DED-EMP-PRIORITY PIC 9(2).
               10 WS-DED-EMP-CODE     PIC X(4).
       01 WS-DED-EMP-SWAP          PIC X(6) VALUE SPACES.
       01 WS-DED-IDX               PIC 9(2) VALUE ZERO.
       01 WS-DED-IDX2              PIC 9(2) VALUE ZERO.
       01 WS-DED-TAKE              PIC 9(7)V99 VALUE ZERO.
       01 WS-DED-AVAILABLE         PIC S9(7)V99 VALUE ZERO.
       01 WS-DED-REMAINING         PIC S9(7)V99 VALUE ZERO.
       01 WS-DED-NOTE              PIC X(16) VALUE SPACES.
       01 WS-DED-TAKEN-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-DED-SHORT-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-DED-REPLAY-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-DED-GRAND-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 WS-DED-CODE-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-DED-CODE-TABLE.
           05 WS-DED-CODE-ENTRY OCCURS 50 TIMES.
               10 WS-DED-CODE-NAME   PIC X(4).
               10 WS-DED-CODE-EMPS   PIC 9(5).
               10 WS-DED-CODE-TOTAL  PIC 9(9)V99.
       01 WS-DED-CODE-IDX          PIC 9(3) VALUE ZERO.
       01 WS-DED-CODE-FOUND-IDX    PIC 9(3) VALUE ZERO.
       01 WS-EDIT-DED-AMOUNT       PIC ZZZ,ZZ9.99.
       01 WS-EDIT-DED-BALANCE      PIC Z,ZZZ,ZZ9.99.

      * --- Merit increase run (rating-driven salary adjustment) ---
      * Increase percentages live in ratebands.dat so comp can tune
      * the bands without a program change; meritcyc.dat records the
       01 WS-GL-DEBIT-ACCT         PIC 9(8) VALUE ZERO.
       01 WS-GL-CLEARING-ACCT      PIC 9(8) VALUE 21000000.
       01 WS-GL-SUSPENSE-ACCT      PIC 9(8) VALUE 99999990.
       01 WS-GL-POST-FILE-NAME     PIC X(20) VALUE "glpost.dat".
       01 WS-GL-RECORD-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-GL-HASH-TOTAL         PIC 9(13)V99 VALUE ZERO.

      * --- Labor cost distribution (costdist.dat / costdist.rpt) ---
      * An employee whose costdist.dat lines pass the edit (accounts
      * all in glaccts.dat, percentages totalling 100.00) has salary
      * spread across those accounts in glpost.dat instead of the
      * home department debit; the spread is summed by account and
      * posted under WS-CD-GL-DESC so the L run can tie it back. Each
      * line's share is rounded and the last line takes what is left,
      * so the pieces always add back to the salary.
       01 WS-CD-FILE-STATUS        PIC XX.
       01 WS-CD-EOF-SW             PIC X VALUE "N".
           88 CD-AT-END            VALUE "Y".
       01 WS-CD-REPORT-SW          PIC X VALUE "N".
           88 CD-REPORTING         VALUE "Y".
       01 WS-CD-SPREAD-SW          PIC X VALUE "N".
           88 CD-SPREADING         VALUE "Y".
       01 WS-CD-FOUND-SW           PIC X VALUE "N".
           88 CD-EMP-FOUND         VALUE "Y".
       01 WS-CD-ACCT-OK-SW         PIC X VALUE "N".
           88 CD-ACCT-OK           VALUE "Y".
       01 WS-CD-SPREAD-DONE-SW     PIC X VALUE "N".
           88 CD-COST-SPREAD       VALUE "Y".
       01 WS-CD-GL-DESC            PIC X(20)
                                   VALUE "LABOR DISTRIBUTION".
       01 WS-CD-LINE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-CD-LINE-TABLE.
           05 WS-CD-LINE-ENTRY OCCURS 2000 TIMES.
               10 WS-CD-LINE-EMP-ID PIC 9(5).
               10 WS-CD-LINE-ACCT   PIC 9(8).
               10 WS-CD-LINE-PCT    PIC 9(3)V99.
       01 WS-CD-LINE-IDX           PIC 9(4) VALUE ZERO.
       01 WS-CD-EMP-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-CD-EMP-TABLE.
           05 WS-CD-EMP-ENTRY OCCURS 1000 TIMES.
               10 WS-CD-EMP-ID        PIC 9(5).
               10 WS-CD-EMP-LINES     PIC 9(3).
               10 WS-CD-EMP-PCT-TOTAL PIC 9(5)V99.
               10 WS-CD-EMP-BAD-SW    PIC X.
               10 WS-CD-EMP-VALID-SW  PIC X.
                   88 CD-EMP-VALID    VALUE "Y".
       01 WS-CD-EMP-IDX            PIC 9(4) VALUE ZERO.
       01 WS-CD-ACCT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-CD-ACCT-TABLE.
           05 WS-CD-ACCT-ENTRY OCCURS 50 TIMES.
               10 WS-CD-ACCT-NBR    PIC 9(8).
               10 WS-CD-ACCT-AMT    PIC 9(10)V99.
               10 WS-CD-ACCT-POSTED PIC 9(10)V99.
       01 WS-CD-ACCT-IDX           PIC 9(3) VALUE ZERO.
       01 WS-CD-ACCT-SEARCH        PIC 9(8) VALUE ZERO.
       01 WS-CD-SEARCH-ID          PIC 9(5) VALUE ZERO.
       01 WS-CD-SALARY             PIC 9(7)V99 VALUE ZERO.
       01 WS-CD-ALLOCATED          PIC 9(7)V99 VALUE ZERO.
       01 WS-CD-REMAINING          PIC 9(7)V99 VALUE ZERO.
       01 WS-CD-PIECE              PIC 9(7)V99 VALUE ZERO.
       01 WS-CD-LINES-DONE         PIC 9(3) VALUE ZERO.
       01 WS-CD-DEPT-SPREAD        PIC 9(10)V99 VALUE ZERO.
       01 WS-CD-DEPT-HOME-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-CD-READ-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-CD-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-CD-ACCEPTED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-CD-REJECTED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-CD-SPREAD-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-CD-REASON             PIC X(30) VALUE SPACES.
       01 WS-CD-PCT-X              PIC X(6) VALUE SPACES.
       01 WS-EDIT-CD-PCT           PIC ZZ9.99.
       01 WS-EDIT-CD-TOTAL         PIC ZZZZ9.99.

      * --- Department master / budget-vs-actual exception report ---
      * deptmast.dat replaces the bare name list as the department
      * system of record (code, full name, manager, annual budget);
       01 WS-EDIT-VARIANCE         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-BUDGET-PCT       PIC ZZ,ZZ9.9.

      * --- Position control (posmast.dat / posctl.rpt) ---
      * Maintenance refuses an ADD or a transfer that does not name an
      * open position in the employee's new department: on file, in
      * that department, authorized FTE above zero and no incumbent.
      * The B run lists every position by department as filled,
      * vacant or over-filled from the employees attached to it, and
      * every active employee attached to no valid position.
       01 WS-POS-FILE-STATUS       PIC XX.
       01 WS-POS-LOAD-STATUS       PIC XX.
       01 WS-POS-OPEN-SW           PIC X VALUE "N".
           88 POS-FILE-OPEN        VALUE "Y".
       01 WS-POS-EOF-SW            PIC X VALUE "N".
           88 POS-AT-END           VALUE "Y".
       01 WS-POS-LOAD-EOF-SW       PIC X VALUE "N".
           88 POS-LOAD-AT-END      VALUE "Y".
       01 WS-POS-LOAD-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-POS-OK-SW             PIC X VALUE "N".
           88 POS-OPEN             VALUE "Y".
       01 WS-POS-MOVE-SW           PIC X VALUE "N".
           88 POS-MOVING           VALUE "Y".
       01 WS-POS-REFUSED-SW        PIC X VALUE "N".
           88 POS-REFUSED          VALUE "Y".
       01 WS-POS-WANTED-X          PIC X(6) VALUE SPACES.
       01 WS-POS-WANTED-DEPT       PIC X(20) VALUE SPACES.
       01 WS-POS-REASON            PIC X(32) VALUE SPACES.
       01 WS-POS-NEW-NO            PIC 9(6) VALUE ZERO.
       01 WS-POS-OLD-NO            PIC 9(6) VALUE ZERO.
       01 WS-POS-VACATE-NO         PIC 9(6) VALUE ZERO.
       01 WS-POS-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 2000 TIMES.
               10 WS-POS-NO            PIC 9(6).
               10 WS-POS-DEPT          PIC X(20).
               10 WS-POS-GRADE         PIC X(2).
               10 WS-POS-FTE           PIC 9(2)V99.
               10 WS-POS-INCUMBENT     PIC 9(5).
               10 WS-POS-INC-NAME      PIC X(20).
               10 WS-POS-ATTACHED      PIC 9(4).
       01 WS-POS-SWAP              PIC X(61) VALUE SPACES.
       01 WS-POS-IDX               PIC 9(4) VALUE ZERO.
       01 WS-POS-IDX2              PIC 9(4) VALUE ZERO.
       01 WS-POS-FOUND-SW          PIC X VALUE "N".
           88 POS-FOUND            VALUE "Y".
       01 WS-POS-EMP-POSITION      PIC 9(6) VALUE ZERO.
       01 WS-POS-PREV-DEPT         PIC X(20) VALUE SPACES.
       01 WS-POS-STATE             PIC X(12) VALUE SPACES.
       01 WS-POS-NOTE              PIC X(24) VALUE SPACES.
       01 WS-POS-DEPT-POSITIONS    PIC 9(5) VALUE ZERO.
       01 WS-POS-DEPT-FTE          PIC 9(5)V99 VALUE ZERO.
       01 WS-POS-DEPT-FILLED       PIC 9(5) VALUE ZERO.
       01 WS-POS-DEPT-VACANT       PIC 9(5) VALUE ZERO.
       01 WS-POS-DEPT-OVER         PIC 9(5) VALUE ZERO.
       01 WS-POS-TOT-POSITIONS     PIC 9(5) VALUE ZERO.
       01 WS-POS-TOT-FILLED        PIC 9(5) VALUE ZERO.
       01 WS-POS-TOT-VACANT        PIC 9(5) VALUE ZERO.
       01 WS-POS-TOT-OVER          PIC 9(5) VALUE ZERO.
       01 WS-POS-UNATTACHED-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-EDIT-POS-FTE          PIC Z9.99.
       01 WS-EDIT-POS-DEPT-FTE     PIC ZZZZ9.99.
       01 WS-EDIT-POS-COUNT        PIC ZZZZ9.
       01 WS-EDIT-POS-COUNT2       PIC ZZZZ9.
       01 WS-EDIT-POS-COUNT3       PIC ZZZZ9.
       01 WS-EDIT-POS-COUNT4       PIC ZZZZ9.

      * --- Job-grade / salary-band compliance ---
      * grades.dat carries min and max salary per grade. Maintenance
      * flags (but still applies) any A or C transaction that lands
       01 WS-HRIN-DEPT             PIC X(20) VALUE SPACES.
       01 WS-HRIN-GRADE            PIC X(2) VALUE SPACES.
       01 WS-HRIN-EFF-X            PIC X(8) VALUE SPACES.
      * Optional eighth field: position number for an add or transfer.
       01 WS-HRIN-POSITION-X       PIC X(6) VALUE SPACES.
       01 WS-HRIN-SALARY           PIC 9(7)V99 VALUE ZERO.
       01 WS-HRIN-ERROR            PIC X(40) VALUE SPACES.
       01 WS-HRIN-BATCH-ID         PIC X(10) VALUE SPACES.
      * An employee with no bank routing/account on the master lands
      * on the register's exception page instead of being silently
      * left unpaid.
       01 WS-BANK-FILE-NAME        PIC X(20) VALUE "bankpay.dat".
       01 WS-BANK-PAY-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-BANK-PAY-TOTAL        PIC 9(13)V99 VALUE ZERO.
       01 WS-BANK-EXC-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-STMT-TOTAL-RETIRE     PIC 9(11)V99 VALUE ZERO.
       01 WS-STMT-TOTAL-INSURE     PIC 9(11)V99 VALUE ZERO.
       01 WS-STMT-TOTAL-NET        PIC 9(11)V99 VALUE ZERO.
       01 WS-STMT-TOTAL-OTHER      PIC 9(11)V99 VALUE ZERO.
       01 WS-EDIT-YTD-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-YTD-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * --- Pay history (payhist.dat) / quarterly tax return ---
      * Whatever a run posts to the YTD master it also writes to
      * payhist.dat under the period end it was paid with, so a
      * closed period can still be shown after payreg.dat has been
      * rebuilt. The 2 run reads it for the quarterly return
      * (qtrtax.rpt) for the quarter named in arg 1 as CCYYQ, or by
      * default the last quarter completed before the run date, and
      * proves that each employee's four quarters add up to the YTD
      * master.
       01 WS-PH-FILE-STATUS        PIC XX.
       01 WS-PH-OPEN-SW            PIC X VALUE "N".
           88 PH-FILE-OPEN         VALUE "Y".
       01 WS-PH-EOF-SW             PIC X VALUE "N".
           88 PH-AT-END            VALUE "Y".
       01 WS-PH-WRITTEN-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-PH-EMP-ID             PIC 9(5) VALUE ZERO.
       01 WS-PH-SOURCE             PIC X VALUE SPACE.
       01 WS-PH-DEPARTMENT         PIC X(20) VALUE SPACES.
       01 WS-PH-PAY-TYPE           PIC X VALUE SPACE.
       01 WS-PH-GROSS              PIC 9(7)V99 VALUE ZERO.
       01 WS-PH-TAX                PIC 9(7)V99 VALUE ZERO.
       01 WS-PH-RETIRE             PIC 9(7)V99 VALUE ZERO.
       01 WS-PH-INSURE             PIC 9(7)V99 VALUE ZERO.
       01 WS-PH-NET                PIC 9(7)V99 VALUE ZERO.
       01 WS-PH-DEDUCT             PIC 9(7)V99 VALUE ZERO.
       01 WS-QTR-YEAR              PIC 9(4) VALUE ZERO.
       01 WS-QTR-NO                PIC 9 VALUE ZERO.
       01 WS-QTR-FIRST-MONTH       PIC 99 VALUE ZERO.
       01 WS-QTR-REC-MONTH         PIC 99 VALUE ZERO.
       01 WS-QTR-ARG               PIC 9(5) VALUE ZERO.
       01 WS-QTR-ARG-FIELDS REDEFINES WS-QTR-ARG.
           05 WS-QTR-ARG-YEAR      PIC 9(4).
           05 WS-QTR-ARG-NO        PIC 9.
       01 WS-QTR-REC-QTR           PIC 9 VALUE ZERO.
       01 WS-QTR-MONTH-IDX         PIC 9 VALUE ZERO.
       01 WS-QTR-IDX               PIC 9 VALUE ZERO.
       01 WS-QTR-YTD-OPEN-SW       PIC X VALUE "N".
           88 QTR-YTD-OPEN         VALUE "Y".
       01 WS-QTR-HIST-SEEN-SW      PIC X VALUE "N".
           88 QTR-HIST-SEEN        VALUE "Y".
       01 WS-QE-EMP-ID             PIC 9(5) VALUE ZERO.
       01 WS-QE-EMP-NAME           PIC X(20) VALUE SPACES.
       01 WS-QE-QUARTERS.
           05 WS-QE-QTR OCCURS 4 TIMES.
               10 WS-QE-QTR-GROSS  PIC 9(9)V99.
               10 WS-QE-QTR-TAX    PIC 9(9)V99.
       01 WS-QE-MONTHS.
           05 WS-QE-MONTH-PAID-SW  PIC X OCCURS 3 TIMES.
       01 WS-QE-YEAR-GROSS         PIC 9(9)V99 VALUE ZERO.
       01 WS-QE-YEAR-TAX           PIC 9(9)V99 VALUE ZERO.
       01 WS-QM-TOTALS.
           05 WS-QM-ENTRY OCCURS 3 TIMES.
               10 WS-QM-EMP-COUNT  PIC 9(5).
               10 WS-QM-GROSS      PIC 9(11)V99.
               10 WS-QM-TAX        PIC 9(11)V99.
       01 WS-QC-TOTALS.
           05 WS-QC-ENTRY OCCURS 4 TIMES.
               10 WS-QC-GROSS      PIC 9(11)V99.
               10 WS-QC-TAX        PIC 9(11)V99.
       01 WS-QTR-EMP-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-QTR-QTD-GROSS         PIC 9(11)V99 VALUE ZERO.
       01 WS-QTR-QTD-TAX           PIC 9(11)V99 VALUE ZERO.
       01 WS-QTR-HIST-GROSS        PIC 9(11)V99 VALUE ZERO.
       01 WS-QTR-HIST-TAX          PIC 9(11)V99 VALUE ZERO.
       01 WS-QTR-YTD-GROSS         PIC 9(11)V99 VALUE ZERO.
       01 WS-QTR-YTD-TAX           PIC 9(11)V99 VALUE ZERO.
       01 WS-QTR-BREAK-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-QTR-BREAK-LISTED      PIC 9(3) VALUE ZERO.
       01 WS-QTR-BREAK-TABLE.
           05 WS-QTR-BREAK-ENTRY OCCURS 500 TIMES.
               10 WS-QB-EMP-ID     PIC 9(5).
               10 WS-QB-HIST-GROSS PIC 9(9)V99.
               10 WS-QB-HIST-TAX   PIC 9(9)V99.
               10 WS-QB-YTD-GROSS  PIC 9(9)V99.
               10 WS-QB-YTD-TAX    PIC 9(9)V99.
               10 WS-QB-NOTE       PIC X(24).
       01 WS-QTR-BREAK-IDX         PIC 9(3) VALUE ZERO.
       01 WS-QTR-NOTE              PIC X(24) VALUE SPACES.

      * --- Report generations (rptindex.dat) / reprint (1 run) ---
      * Every OPEN OUTPUT of a report notes its name here. Once the
      * run (or each night chain step) has written its run-control
      * record, each report noted is copied to a dated generation
      * and indexed with the run date, mode, line count and outcome;
      * the fixed-name file stays as it was for the usual readers.
      * Generations more than WS-RG-KEEP-DAYS before the run date are
      * dropped from the index and their files deleted. A run that
      * abends keeps nothing: its reports are incomplete and the
      * rerun keeps its own.
       01 WS-RG-KEEP-DAYS          PIC 9(4) VALUE 400.
       01 WS-RX-FILE-STATUS        PIC XX.
       01 WS-RX-OPEN-SW            PIC X VALUE "N".
           88 RX-FILE-OPEN         VALUE "Y".
       01 WS-RX-EOF-SW             PIC X VALUE "N".
           88 RX-AT-END            VALUE "Y".
       01 WS-RG-IN-STATUS          PIC XX.
       01 WS-RG-OUT-STATUS         PIC XX.
       01 WS-RG-SOURCE-NAME        PIC X(40) VALUE SPACES.
       01 WS-RG-TARGET-NAME        PIC X(40) VALUE SPACES.
       01 WS-RG-COPY-EOF-SW        PIC X VALUE "N".
           88 RG-COPY-AT-END       VALUE "Y".
       01 WS-RG-COPY-SW            PIC X VALUE "N".
           88 RG-COPY-OK           VALUE "Y".
       01 WS-RG-BANNER             PIC X(80) VALUE SPACES.
       01 WS-RG-LINE-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-RG-NOTE-NAME          PIC X(14) VALUE SPACES.
       01 WS-RG-FOUND-SW           PIC X VALUE "N".
           88 RG-NAME-FOUND        VALUE "Y".
       01 WS-RG-WRITTEN-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-RG-WRITTEN-TABLE.
           05 WS-RG-WRITTEN-NAME   PIC X(14) OCCURS 30 TIMES.
       01 WS-RG-IDX                PIC 9(2) VALUE ZERO.
       01 WS-RG-MODE               PIC X VALUE SPACE.
       01 WS-RG-BATCH-ID           PIC X(10) VALUE SPACES.
       01 WS-RG-GEN-ID             PIC X(10) VALUE SPACES.
       01 WS-RG-START-TS           PIC X(14) VALUE SPACES.
       01 WS-RG-KEPT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-RG-PURGE-SW           PIC X VALUE "N".
           88 RG-PURGE-DONE        VALUE "Y".
       01 WS-RG-CUTOFF-INTEGER     PIC S9(7) VALUE ZERO.
       01 WS-RG-CUTOFF-DATE        PIC 9(8) VALUE ZERO.
       01 WS-RG-PURGED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-RG-DELETE-NAME        PIC X(40) VALUE SPACES.
       01 WS-RG-SAVE-RC            PIC S9(4) VALUE ZERO.
       01 WS-RG-FROM-DATE          PIC 9(8) VALUE ZERO.
       01 WS-RG-REPRINT-NAME       PIC X(40) VALUE SPACES.
       01 WS-RG-LISTED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-RG-REPRINT-SW         PIC X VALUE "N".
           88 RG-REPRINT-FOUND     VALUE "Y".

      * --- Retro pay run (E run) ---
      * A CHANGE keyed after the pay run for a period its effective
      * date falls in was paid late: that period went out at the old
      * salary. For each employee with such a back-dated change, every
      * semi-monthly period from the one holding the effective date
      * through YTD-LAST-PERIOD-END is recalculated. "Paid" is the
      * salary on the master when the period was paid - the oldest
      * history image keyed after the period end, since maintenance
      * runs ahead of the register - and "due" adds each back-dated
      * change's before-to-after step for the periods it straddles.
      * Whatever retroearn.dat shows already paid for the period comes
      * off the top. The net difference goes out in its own bank
      * batch (bankretro.dat), posts to the YTD master without moving
      * YTD-LAST-PERIOD-END, and is expensed by department through
      * glretro.dat. Hourly staff (no hours on file for past periods),
      * net overpayments and missing bank details are listed on the
      * worksheet for payroll to settle by hand and nothing is posted
      * for them, so they come round again on the next retro run.
       01 WS-RETRO-FILE-STATUS     PIC XX.
       01 WS-RETRO-OPEN-SW         PIC X VALUE "N".
           88 RETRO-FILE-OPEN      VALUE "Y".
       01 WS-RETRO-LEDGER-EOF-SW   PIC X VALUE "N".
           88 RETRO-LEDGER-AT-END  VALUE "Y".
       01 WS-RETRO-EMP-ID          PIC 9(5) VALUE ZERO.
       01 WS-RETRO-LAST-PAID       PIC 9(8) VALUE ZERO.
       01 WS-RETRO-PREV-RUN        PIC 9(8) VALUE ZERO.
       01 WS-RETRO-NEW-SW          PIC X VALUE "N".
           88 RETRO-NEWLY-KEYED    VALUE "Y".
       01 WS-RETRO-EMP-NAME        PIC X(30) VALUE SPACES.
       01 WS-RETRO-FIRST-END       PIC 9(8) VALUE ZERO.
       01 WS-RETRO-IMG-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-RETRO-IMG-TABLE.
           05 WS-RETRO-IMG-ENTRY OCCURS 100 TIMES.
               10 WS-RI-EFF-DATE   PIC 9(8).
               10 WS-RI-KEYED.
                   15 WS-RI-KEYED-DATE PIC 9(8).
                   15 WS-RI-KEYED-TIME PIC 9(6).
               10 WS-RI-ACTION     PIC X(6).
               10 WS-RI-SALARY     PIC 9(7)V99.
               10 WS-RI-STATUS     PIC X.
               10 WS-RI-PAY-TYPE   PIC X.
               10 WS-RI-BACKDATED-SW PIC X.
                   88 RI-BACKDATED VALUE "Y".
       01 WS-RETRO-IMG-IDX         PIC 9(3) VALUE ZERO.
       01 WS-RETRO-IMG-IDX2        PIC 9(3) VALUE ZERO.
       01 WS-RETRO-FOUND-IDX       PIC 9(3) VALUE ZERO.
       01 WS-RETRO-NEXT-IDX        PIC 9(3) VALUE ZERO.
       01 WS-RETRO-OVERFLOW-SW     PIC X VALUE "N".
           88 RETRO-IMG-OVERFLOW   VALUE "Y".
       01 WS-RETRO-HOURLY-SW       PIC X VALUE "N".
           88 RETRO-HOURLY         VALUE "Y".
       01 WS-RETRO-PER-DATE        PIC 9(8) VALUE ZERO.
       01 WS-RETRO-PER-PARTS REDEFINES WS-RETRO-PER-DATE.
           05 WS-RETRO-PER-YEAR    PIC 9(4).
           05 WS-RETRO-PER-MONTH   PIC 9(2).
           05 WS-RETRO-PER-DAY     PIC 9(2).
       01 WS-RETRO-INTEGER         PIC S9(7) VALUE ZERO.
       01 WS-RETRO-PAID-SALARY     PIC 9(7)V99 VALUE ZERO.
       01 WS-RETRO-PAID-STATUS     PIC X VALUE SPACE.
       01 WS-RETRO-AFTER-SALARY    PIC 9(7)V99 VALUE ZERO.
       01 WS-RETRO-DELTA           PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-DUE-SALARY      PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-PAID-GROSS      PIC 9(7)V99 VALUE ZERO.
       01 WS-RETRO-PAID-TAX        PIC 9(7)V99 VALUE ZERO.
       01 WS-RETRO-PAID-RETIRE     PIC 9(7)V99 VALUE ZERO.
       01 WS-RETRO-PRIOR-GROSS     PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-PRIOR-TAX       PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-PRIOR-RETIRE    PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-GROSS-DIFF      PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-TAX-DIFF        PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-RETIRE-DIFF     PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-NET-DIFF        PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-LINES-FULL-SW   PIC X VALUE "N".
           88 RETRO-LINES-FULL     VALUE "Y".
       01 WS-RETRO-LINE-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-RETRO-LINE-TABLE.
           05 WS-RETRO-LINE-ENTRY OCCURS 48 TIMES.
               10 WS-RL-PERIOD-END PIC 9(8).
               10 WS-RL-PAID-SALARY PIC 9(7)V99.
               10 WS-RL-DUE-SALARY PIC 9(7)V99.
               10 WS-RL-GROSS-DIFF PIC S9(7)V99.
               10 WS-RL-TAX-DIFF   PIC S9(7)V99.
               10 WS-RL-RETIRE-DIFF PIC S9(7)V99.
               10 WS-RL-NET-DIFF   PIC S9(7)V99.
       01 WS-RETRO-LINE-IDX        PIC 9(2) VALUE ZERO.
       01 WS-RETRO-EMP-GROSS       PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-EMP-TAX         PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-EMP-RETIRE      PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-EMP-NET         PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-NOTE            PIC X(40) VALUE SPACES.
       01 WS-RETRO-EMP-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-RETRO-PAID-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-RETRO-OVERPAID-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-RETRO-NO-BANK-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-RETRO-REFER-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-RETRO-TOTAL-GROSS     PIC 9(11)V99 VALUE ZERO.
       01 WS-RETRO-DEPT-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-RETRO-DEPT-TABLE.
           05 WS-RETRO-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-RETRO-DEPT-NAME  PIC X(20).
               10 WS-RETRO-DEPT-GROSS PIC 9(10)V99.
       01 WS-RETRO-DEPT-IDX        PIC 9(3) VALUE ZERO.
       01 WS-RETRO-DEPT-FOUND-IDX  PIC 9(3) VALUE ZERO.
       01 WS-EDIT-RETRO-SALARY     PIC ZZZZZZ9.99.
       01 WS-EDIT-RETRO-SALARY2    PIC ZZZZZZ9.99.
       01 WS-EDIT-RETRO-DIFF       PIC -ZZZZZ9.99.
       01 WS-EDIT-RETRO-DIFF2      PIC -ZZZZZ9.99.
       01 WS-EDIT-RETRO-DIFF3      PIC -ZZZZZ9.99.
       01 WS-EDIT-RETRO-DIFF4      PIC -ZZZZZ9.99.

      * --- Final pay for leavers (D run) ---
      * Off-cycle settlement for employees DELETEd since the last
      * register: status "D" with a leaving date (EMP-STATUS-DATE)
      * later than YTD-LAST-PERIOD-END, i.e. days the register never
      * paid. The partial period is the leaving date's semi-monthly
      * period from its start (or the day after the last paid period
      * end, if that is later) through the leaving date: salaried
      * staff get EMP-SALARY / 24 for the days worked over the days
      * in the period, hourly staff the hours on their timesheet row
      * for that period. Any positive LB-BALANCE-HOURS is cashed out
      * at the hourly equivalent (EMP-HOURLY-RATE, or EMP-SALARY over
      * 52 forty-hour weeks) and the balance zeroed. The total goes
      * through the register's withholding plus one period's
      * insurance, credits bankoffc.dat (own header and trailer),
      * posts to the YTD master and stamps YTD-LAST-PERIOD-END with
      * the leaving date, which is what stops a rerun paying again.
      * A leaver held back (no bank details, hourly with no timesheet)
      * is printed but nothing is posted, so the next D run retries.
      * Leaving dates before the previous pay period began are taken
      * as settled before this run existed and only counted.
       01 WS-FP-LAST-PAID          PIC 9(8) VALUE ZERO.
       01 WS-FP-CUTOFF-DATE        PIC 9(8) VALUE ZERO.
       01 WS-FP-PER-START          PIC 9(8) VALUE ZERO.
       01 WS-FP-PER-END            PIC 9(8) VALUE ZERO.
       01 WS-FP-PAY-FROM           PIC 9(8) VALUE ZERO.
       01 WS-FP-INTEGER            PIC S9(7) VALUE ZERO.
       01 WS-FP-DAYS-WORKED        PIC 9(2) VALUE ZERO.
       01 WS-FP-PERIOD-DAYS        PIC 9(2) VALUE ZERO.
       01 WS-FP-REG-CAP            PIC 9(3)V99 VALUE ZERO.
       01 WS-FP-TS-FOUND-SW        PIC X VALUE "N".
           88 FP-TIMESHEET-FOUND   VALUE "Y".
       01 WS-FP-LEAVE-FOUND-SW     PIC X VALUE "N".
           88 FP-LEAVE-FOUND       VALUE "Y".
       01 WS-FP-LEAVE-HOURS        PIC S9(4)V99 VALUE ZERO.
       01 WS-FP-WEEKS-PER-YEAR     PIC 9(2) VALUE 52.
       01 WS-FP-HOURLY-RATE        PIC 9(5)V9999 VALUE ZERO.
       01 WS-FP-PARTIAL-GROSS      PIC 9(7)V99 VALUE ZERO.
       01 WS-FP-LEAVE-PAY          PIC 9(7)V99 VALUE ZERO.
       01 WS-FP-INSURANCE          PIC 9(5)V99 VALUE ZERO.
       01 WS-FP-NOTE               PIC X(40) VALUE SPACES.
       01 WS-FP-LABEL              PIC X(40) VALUE SPACES.
       01 WS-FP-HOLD-SW            PIC X VALUE "N".
           88 FP-HELD              VALUE "Y".
       01 WS-FP-LEAVER-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-FP-PAID-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-FP-HELD-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-FP-STALE-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-FP-TOTAL-GROSS        PIC 9(11)V99 VALUE ZERO.
       01 WS-EDIT-FP-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-FP-HOURS         PIC -ZZZ9.99.
       01 WS-EDIT-FP-RATE          PIC ZZZZ9.9999.
       01 WS-EDIT-FP-REG           PIC ZZZ9.99.
       01 WS-EDIT-FP-OT            PIC ZZZ9.99.

      * --- Bank return processing (J run) ---
      * Each "R" record in bankrtn.dat is matched on EMP-ID and period
      * end to a credit still on one of the outgoing bank files
      * (bankpay.dat, bankretro.dat, bankoffc.dat - each is rewritten
      * by its own next run, so returns must be processed before
      * then). Where two credits share the key the one for the same
      * amount is taken. A matched return comes off YTD-NET-PAY,
      * is reversed out of the department's expense account against
      * salary clearing in glreturn.dat, and goes on the reissue list
      * for treasury; the employee's bank details are cleared (only
      * if they are still the returned ones - a corrected account
      * keyed since must not be wiped) so the next register puts
      * them on the no-bank-details exception page. Unmatched or
      * amount-mismatched returns are reported, not reversed. The
      * report balances every return read to the trailer's control
      * count and total.
       01 WS-BANK-RTN-STATUS       PIC XX.
       01 WS-BANK-RTN-EOF-SW       PIC X VALUE "N".
           88 BANK-RTN-AT-END      VALUE "Y".
       01 WS-BANK-LOAD-EOF-SW      PIC X VALUE "N".
           88 BANK-LOAD-AT-END     VALUE "Y".
       01 WS-BANK-FILE-STATUS      PIC XX.
       01 WS-SENT-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-SENT-TABLE.
           05 WS-SENT-ENTRY OCCURS 5000 TIMES.
               10 WS-SENT-EMP-ID   PIC 9(5).
               10 WS-SENT-PERIOD-END PIC 9(8).
               10 WS-SENT-AMOUNT   PIC 9(10)V99.
               10 WS-SENT-SOURCE   PIC X(13).
               10 WS-SENT-RETURNED-SW PIC X.
                   88 SENT-RETURNED VALUE "Y".
       01 WS-SENT-IDX              PIC 9(5) VALUE ZERO.
       01 WS-SENT-FOUND-IDX        PIC 9(5) VALUE ZERO.
       01 WS-SENT-FULL-SW          PIC X VALUE "N".
           88 SENT-TABLE-FULL      VALUE "Y".
       01 WS-BR-ERROR              PIC X(40) VALUE SPACES.
       01 WS-BR-NOTE               PIC X(40) VALUE SPACES.
       01 WS-BR-DEPARTMENT         PIC X(20) VALUE SPACES.
       01 WS-BR-EMP-NAME           PIC X(30) VALUE SPACES.
       01 WS-BR-TRAILER-SW         PIC X VALUE "N".
           88 BR-TRAILER-SEEN      VALUE "Y".
       01 WS-BR-CTL-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-BR-CTL-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01 WS-BR-READ-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-BR-READ-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01 WS-BR-REVERSED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-BR-REVERSED-TOTAL     PIC 9(13)V99 VALUE ZERO.
       01 WS-BR-REJECT-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-BR-REJECT-TOTAL       PIC 9(13)V99 VALUE ZERO.
       01 WS-BR-CLEARED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-BR-DEPT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-BR-DEPT-TABLE.
           05 WS-BR-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-BR-DEPT-NAME  PIC X(20).
               10 WS-BR-DEPT-AMOUNT PIC 9(10)V99.
       01 WS-BR-DEPT-IDX           PIC 9(3) VALUE ZERO.
       01 WS-BR-DEPT-FOUND-IDX     PIC 9(3) VALUE ZERO.
       01 WS-EDIT-BR-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

      * --- Leave accrual and balance subsystem (W and K runs) ---
      * Balances keyed by EMP-ID; the W run posts hours for the
      * current semi-monthly calendar period at a per-grade rate
       01 WS-REORG-DEL-INTEGER     PIC S9(7) VALUE ZERO.
       01 WS-REORG-AGE-DAYS        PIC S9(7) VALUE ZERO.

      * --- Master layout conversion (9 run) ---
      * Each file is copied through its old-layout FD to cnvwork.tmp,
      * then the live file is recreated from the work file in the
      * current layout. A file that is not there is skipped. The run
      * is logged under batch id MASTERCONV and refused once that
      * shows COMPLETED in runctl.dat.
       01 WS-CNV-OLD-STATUS        PIC XX.
       01 WS-CNV-WORK-STATUS       PIC XX.
       01 WS-CNV-NEW-STATUS        PIC XX.
       01 WS-CNV-FILE              PIC X(13) VALUE SPACES.
       01 WS-CNV-EOF-SW            PIC X VALUE "N".
           88 CNV-AT-END           VALUE "Y".
       01 WS-CNV-STEP-SW           PIC X VALUE "N".
           88 CNV-STEP-OK          VALUE "Y".
       01 WS-CNV-FAILED-SW         PIC X VALUE "N".
           88 CNV-FAILED           VALUE "Y".
       01 WS-CNV-READ-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-CNV-WRITE-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-CNV-TOTAL-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-CNV-EMP-IMAGE.
           05 WS-CNV-EMP-OLD       PIC X(101).
           05 WS-CNV-EMP-PAY-TYPE  PIC X VALUE "S".
           05 WS-CNV-EMP-RATE      PIC 9(3)V99 VALUE ZERO.
           05 WS-CNV-EMP-POSITION  PIC 9(6) VALUE ZERO.
       01 WS-CNV-HIST-IMAGE.
           05 WS-CNV-HIST-OLD      PIC X(95).
           05 WS-CNV-HIST-PAY-TYPE PIC X VALUE SPACE.
           05 WS-CNV-HIST-RATE     PIC 9(3)V99 VALUE ZERO.
           05 WS-CNV-HIST-KEYED    PIC 9(8) VALUE ZERO.
       01 WS-CNV-YTD-IMAGE.
           05 WS-CNV-YTD-OLD       PIC X(72).
           05 WS-CNV-YTD-OTHER-DED PIC 9(9)V99 VALUE ZERO.
       01 WS-CNV-PEND-IMAGE.
           05 WS-CNV-PEND-FRONT    PIC X(93).
           05 WS-CNV-PEND-PAY-TYPE PIC X VALUE SPACE.
           05 WS-CNV-PEND-RATE     PIC X(5) VALUE SPACES.
           05 WS-CNV-PEND-EFF-DATE PIC X(8).
           05 WS-CNV-PEND-KEYED-BY PIC X(8) VALUE SPACES.
           05 WS-CNV-PEND-POSITION PIC X(6) VALUE SPACES.

      * --- Monthly headcount / turnover movement report (T run) ---
      * For the payroll-calendar month holding WS-RUN-DATE: closing
      * headcount is counted from the master (active employees), the
           05 WS-ARC-EMP-STATUS-DATE PIC 9(8).
           05 WS-ARC-EMP-BANK-ROUTING PIC 9(9).
           05 WS-ARC-EMP-BANK-ACCOUNT PIC X(17).
           05 WS-ARC-EMP-PAY-TYPE  PIC X.
           05 WS-ARC-EMP-HOURLY-RATE PIC 9(3)V99.
           05 WS-ARC-EMP-POSITION-NO PIC 9(6).
           05 FILLER               PIC X(7).
       01 WS-ARC-PERF-IMAGE        PIC X(120).
       01 WS-ARC-PERF-FIELDS REDEFINES WS-ARC-PERF-IMAGE.
           05 WS-ARC-PF-EMP-ID     PIC 9(5).
                   PERFORM LEAVE-ACCRUAL-RUN
               WHEN "K"
                   PERFORM LEAVE-CARRYOVER-RUN
               WHEN "E"
                   PERFORM RETRO-PAY-RUN
               WHEN "D"
                   PERFORM FINAL-PAY-RUN
               WHEN "J"
                   PERFORM BANK-RETURN-RUN
               WHEN "1"
                   PERFORM REPORT-GENERATION-INQUIRY
               WHEN "2"
                   PERFORM QUARTERLY-TAX-RETURN
               WHEN "9"
                   PERFORM CONVERT-MASTER-LAYOUTS
               WHEN OTHER
      * --- Department salary control-break report ---
                   PERFORM PRODUCE-PAYROLL-REPORT
       PRODUCE-PAYROLL-REPORT.
           PERFORM LOAD-DEPARTMENT-TABLE.
           PERFORM LOAD-GL-ACCOUNT-TABLE.
           SET CD-REPORTING TO TRUE.
           PERFORM LOAD-COST-DISTRIBUTION.
           MOVE "N" TO WS-CD-REPORT-SW.
           PERFORM SET-CURRENT-PAY-PERIOD.
           OPEN OUTPUT REPORT-FILE.
           MOVE "payroll.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE "glpost.dat" TO WS-GL-POST-FILE-NAME.
           OPEN OUTPUT GL-POSTING-FILE.
           PERFORM WRITE-GL-HEADER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-EMP-DEPARTMENT SORT-EMP-ID
               INPUT PROCEDURE IS READ-EMPLOYEES-FOR-SORT
               OUTPUT PROCEDURE IS CONTROL-BREAK-REPORT.
           PERFORM WRITE-COST-DIST-DEBITS.
           PERFORM WRITE-GL-CREDIT-AND-TRAILER.
           IF WS-CD-ACCEPTED-COUNT > ZERO
               DISPLAY "Cost distribution: employees spread="
                   WS-CD-SPREAD-COUNT
           END-IF.
           CLOSE GL-POSTING-FILE.
           CLOSE REPORT-FILE.

           MOVE ZERO TO WS-COUNTER.
           OPEN OUTPUT RESTART-FILE.
           OPEN OUTPUT DEPT-EDIT-REPORT.
           MOVE "deptedit.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO DEPT-EDIT-RECORD.
           STRING "DEPARTMENT EDIT REPORT - EMP-ID NAME"
                   DELIMITED BY SIZE
           WRITE GL-POSTING-RECORD.

       WRITE-GL-DEBIT-RECORD.
           PERFORM FIND-DEPT-GL-ACCOUNT.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE "D"                  TO GL-RECORD-TYPE.
           MOVE WS-POSTING-DATE      TO GL-POSTING-DATE.
           ADD 1 TO WS-GL-RECORD-COUNT.
           ADD WS-DEPT-TOTAL-SALARY TO WS-GL-HASH-TOTAL.

      * Expense account for WS-PREV-DEPARTMENT, suspense if unmapped.
       FIND-DEPT-GL-ACCOUNT.
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-DEBIT-ACCT.
           PERFORM VARYING WS-GL-ACCT-IDX FROM 1 BY 1
               UNTIL WS-GL-ACCT-IDX > WS-GL-ACCT-COUNT
               IF WS-PREV-DEPARTMENT =
                   WS-GL-ACCT-DEPT(WS-GL-ACCT-IDX)
                   MOVE WS-GL-ACCT-NBR(WS-GL-ACCT-IDX)
                       TO WS-GL-DEBIT-ACCT
                   MOVE WS-GL-ACCT-COUNT TO WS-GL-ACCT-IDX
               END-IF
           END-PERFORM.

       WRITE-GL-CREDIT-AND-TRAILER.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE "C"                 TO GL-RECORD-TYPE.
           MOVE WS-GL-HASH-TOTAL    TO GL-CTL-HASH-TOTAL.
           WRITE GL-CONTROL-RECORD.

      * Tables costdist.dat and edits it against glaccts.dat (load
      * that first). Line errors and employees whose percentages do
      * not come to 100.00 go to costdist.rpt when CD-REPORTING; such
      * an employee is left on the home department.
       LOAD-COST-DISTRIBUTION.
           MOVE ZERO TO WS-CD-LINE-COUNT.
           MOVE ZERO TO WS-CD-EMP-COUNT.
           MOVE ZERO TO WS-CD-ACCT-COUNT.
           MOVE ZERO TO WS-CD-READ-COUNT.
           MOVE ZERO TO WS-CD-ERROR-COUNT.
           MOVE ZERO TO WS-CD-ACCEPTED-COUNT.
           MOVE ZERO TO WS-CD-REJECTED-COUNT.
           MOVE ZERO TO WS-CD-SPREAD-COUNT.
           MOVE "N" TO WS-CD-EOF-SW.
           IF CD-REPORTING
               OPEN OUTPUT COST-DIST-REPORT
               MOVE "costdist.rpt" TO WS-RG-NOTE-NAME
               PERFORM NOTE-REPORT-WRITTEN
               MOVE SPACES TO COST-DIST-REPORT-LINE
               STRING "COST DISTRIBUTION EDIT - RUN " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO COST-DIST-REPORT-LINE
               END-STRING
               WRITE COST-DIST-REPORT-LINE
           END-IF.
           OPEN INPUT COST-DIST-FILE.
           IF WS-CD-FILE-STATUS NOT = "00"
               DISPLAY "Cost distribution file not available, status "
                   WS-CD-FILE-STATUS
                   " - salaries post to home departments"
               SET CD-AT-END TO TRUE
           ELSE
               READ COST-DIST-FILE
                   AT END SET CD-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL CD-AT-END
               ADD 1 TO WS-CD-READ-COUNT
               PERFORM EDIT-COST-DIST-LINE
               READ COST-DIST-FILE
                   AT END SET CD-AT-END TO TRUE
               END-READ
           END-PERFORM.
           IF WS-CD-FILE-STATUS = "00" OR "10"
               CLOSE COST-DIST-FILE
           END-IF.
           PERFORM VARYING WS-CD-EMP-IDX FROM 1 BY 1
               UNTIL WS-CD-EMP-IDX > WS-CD-EMP-COUNT
               PERFORM CHECK-COST-DIST-TOTAL
           END-PERFORM.
           IF CD-REPORTING
               MOVE SPACES TO COST-DIST-REPORT-LINE
               STRING "LINES READ " DELIMITED BY SIZE
                   WS-CD-READ-COUNT DELIMITED BY SIZE
                   "  LINE ERRORS " DELIMITED BY SIZE
                   WS-CD-ERROR-COUNT DELIMITED BY SIZE
                   "  EMPLOYEES SPLIT " DELIMITED BY SIZE
                   WS-CD-ACCEPTED-COUNT DELIMITED BY SIZE
                   "  LEFT HOME " DELIMITED BY SIZE
                   WS-CD-REJECTED-COUNT DELIMITED BY SIZE
                   INTO COST-DIST-REPORT-LINE
               END-STRING
               WRITE COST-DIST-REPORT-LINE
               CLOSE COST-DIST-REPORT
               DISPLAY "Cost distribution edit: lines="
                   WS-CD-READ-COUNT " errors=" WS-CD-ERROR-COUNT
                   " split=" WS-CD-ACCEPTED-COUNT
                   " rejected=" WS-CD-REJECTED-COUNT
           END-IF.

       EDIT-COST-DIST-LINE.
           MOVE SPACES TO WS-CD-REASON.
           IF CD-EMP-ID NOT NUMERIC
               MOVE "EMP-ID NOT NUMERIC" TO WS-CD-REASON
           ELSE
               MOVE CD-EMP-ID TO WS-CD-SEARCH-ID
               PERFORM FIND-COST-DIST-EMP
               IF NOT CD-EMP-FOUND
                   IF WS-CD-EMP-COUNT >= 1000
                       MOVE "EMPLOYEE TABLE FULL" TO WS-CD-REASON
                   ELSE
                       ADD 1 TO WS-CD-EMP-COUNT
                       MOVE WS-CD-EMP-COUNT TO WS-CD-EMP-IDX
                       MOVE CD-EMP-ID
                           TO WS-CD-EMP-ID(WS-CD-EMP-IDX)
                       MOVE ZERO TO WS-CD-EMP-LINES(WS-CD-EMP-IDX)
                       MOVE ZERO
                           TO WS-CD-EMP-PCT-TOTAL(WS-CD-EMP-IDX)
                       MOVE "N" TO WS-CD-EMP-BAD-SW(WS-CD-EMP-IDX)
                       MOVE "N" TO WS-CD-EMP-VALID-SW(WS-CD-EMP-IDX)
                       SET CD-EMP-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF CD-EMP-FOUND AND WS-CD-REASON = SPACES
               IF CD-PERCENT NUMERIC
                   ADD CD-PERCENT
                       TO WS-CD-EMP-PCT-TOTAL(WS-CD-EMP-IDX)
               END-IF
               IF CD-GL-ACCOUNT NOT NUMERIC
                   OR CD-PERCENT NOT NUMERIC
                   MOVE "ACCOUNT OR PERCENT NOT NUMERIC"
                       TO WS-CD-REASON
               ELSE
                   PERFORM CHECK-COST-DIST-ACCOUNT
                   IF NOT CD-ACCT-OK
                       MOVE "ACCOUNT NOT IN GLACCTS.DAT"
                           TO WS-CD-REASON
                   ELSE
                       IF WS-CD-LINE-COUNT >= 2000
                           MOVE "LINE TABLE FULL" TO WS-CD-REASON
                       ELSE
                           ADD 1 TO WS-CD-LINE-COUNT
                           MOVE CD-EMP-ID
                               TO WS-CD-LINE-EMP-ID(WS-CD-LINE-COUNT)
                           MOVE CD-GL-ACCOUNT
                               TO WS-CD-LINE-ACCT(WS-CD-LINE-COUNT)
                           MOVE CD-PERCENT
                               TO WS-CD-LINE-PCT(WS-CD-LINE-COUNT)
                           ADD 1 TO WS-CD-EMP-LINES(WS-CD-EMP-IDX)
                       END-IF
                   END-IF
               END-IF
               IF WS-CD-REASON NOT = SPACES
                   MOVE "Y" TO WS-CD-EMP-BAD-SW(WS-CD-EMP-IDX)
               END-IF
           END-IF.
           IF WS-CD-REASON NOT = SPACES
               ADD 1 TO WS-CD-ERROR-COUNT
               IF CD-REPORTING
                   PERFORM WRITE-COST-DIST-ERROR
               END-IF
           END-IF.

       CHECK-COST-DIST-ACCOUNT.
           MOVE "N" TO WS-CD-ACCT-OK-SW.
           PERFORM VARYING WS-GL-ACCT-IDX FROM 1 BY 1
               UNTIL WS-GL-ACCT-IDX > WS-GL-ACCT-COUNT
               IF CD-GL-ACCOUNT = WS-GL-ACCT-NBR(WS-GL-ACCT-IDX)
                   SET CD-ACCT-OK TO TRUE
                   MOVE WS-GL-ACCT-COUNT TO WS-GL-ACCT-IDX
               END-IF
           END-PERFORM.

       WRITE-COST-DIST-ERROR.
           IF CD-PERCENT NUMERIC
               MOVE CD-PERCENT TO WS-EDIT-CD-PCT
               MOVE WS-EDIT-CD-PCT TO WS-CD-PCT-X
           ELSE
               MOVE CD-PERCENT-X TO WS-CD-PCT-X
           END-IF.
           MOVE SPACES TO COST-DIST-REPORT-LINE.
           STRING "  EMP " DELIMITED BY SIZE
               CD-EMP-ID DELIMITED BY SIZE
               " ACCT " DELIMITED BY SIZE
               CD-GL-ACCOUNT DELIMITED BY SIZE
               " PCT " DELIMITED BY SIZE
               WS-CD-PCT-X DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CD-REASON DELIMITED BY SIZE
               INTO COST-DIST-REPORT-LINE
           END-STRING.
           WRITE COST-DIST-REPORT-LINE.

       CHECK-COST-DIST-TOTAL.
           IF WS-CD-EMP-PCT-TOTAL(WS-CD-EMP-IDX) = 100
               AND WS-CD-EMP-BAD-SW(WS-CD-EMP-IDX) = "N"
               AND WS-CD-EMP-LINES(WS-CD-EMP-IDX) > ZERO
               MOVE "Y" TO WS-CD-EMP-VALID-SW(WS-CD-EMP-IDX)
               ADD 1 TO WS-CD-ACCEPTED-COUNT
           ELSE
               ADD 1 TO WS-CD-REJECTED-COUNT
               IF CD-REPORTING
                   MOVE WS-CD-EMP-PCT-TOTAL(WS-CD-EMP-IDX)
                       TO WS-EDIT-CD-TOTAL
                   MOVE SPACES TO COST-DIST-REPORT-LINE
                   IF WS-CD-EMP-PCT-TOTAL(WS-CD-EMP-IDX) NOT = 100
                       STRING "  EMP " DELIMITED BY SIZE
                           WS-CD-EMP-ID(WS-CD-EMP-IDX)
                               DELIMITED BY SIZE
                           " LINES TOTAL " DELIMITED BY SIZE
                           WS-EDIT-CD-TOTAL DELIMITED BY SIZE
                           " PCT, NOT 100.00" DELIMITED BY SIZE
                           " - HOME DEPARTMENT USED"
                               DELIMITED BY SIZE
                           INTO COST-DIST-REPORT-LINE
                       END-STRING
                   ELSE
                       STRING "  EMP " DELIMITED BY SIZE
                           WS-CD-EMP-ID(WS-CD-EMP-IDX)
                               DELIMITED BY SIZE
                           " HAS LINE ERRORS" DELIMITED BY SIZE
                           " - HOME DEPARTMENT USED"
                               DELIMITED BY SIZE
                           INTO COST-DIST-REPORT-LINE
                       END-STRING
                   END-IF
                   WRITE COST-DIST-REPORT-LINE
               END-IF
           END-IF.

       FIND-COST-DIST-EMP.
           MOVE "N" TO WS-CD-FOUND-SW.
           PERFORM VARYING WS-CD-EMP-IDX FROM 1 BY 1
               UNTIL WS-CD-EMP-IDX > WS-CD-EMP-COUNT
                   OR CD-EMP-FOUND
               IF WS-CD-EMP-ID(WS-CD-EMP-IDX) = WS-CD-SEARCH-ID
                   SET CD-EMP-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF CD-EMP-FOUND
               SUBTRACT 1 FROM WS-CD-EMP-IDX
           END-IF.

      * Spreads WS-CD-SALARY for WS-CD-SEARCH-ID over its accounts
      * when the employee has a distribution that passed the edit;
      * CD-COST-SPREAD tells the caller whether it did.
       DISTRIBUTE-EMPLOYEE-COST.
           MOVE "N" TO WS-CD-SPREAD-DONE-SW.
           PERFORM FIND-COST-DIST-EMP.
           IF CD-EMP-FOUND
               IF CD-EMP-VALID(WS-CD-EMP-IDX)
                   SET CD-COST-SPREAD TO TRUE
                   MOVE ZERO TO WS-CD-ALLOCATED
                   MOVE ZERO TO WS-CD-LINES-DONE
                   PERFORM VARYING WS-CD-LINE-IDX FROM 1 BY 1
                       UNTIL WS-CD-LINE-IDX > WS-CD-LINE-COUNT
                       IF WS-CD-LINE-EMP-ID(WS-CD-LINE-IDX) =
                           WS-CD-SEARCH-ID
                           PERFORM SPREAD-ONE-COST-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       SPREAD-ONE-COST-LINE.
           ADD 1 TO WS-CD-LINES-DONE.
           COMPUTE WS-CD-REMAINING = WS-CD-SALARY - WS-CD-ALLOCATED.
           IF WS-CD-LINES-DONE = WS-CD-EMP-LINES(WS-CD-EMP-IDX)
               MOVE WS-CD-REMAINING TO WS-CD-PIECE
           ELSE
               COMPUTE WS-CD-PIECE ROUNDED =
                   WS-CD-SALARY * WS-CD-LINE-PCT(WS-CD-LINE-IDX) / 100
               IF WS-CD-PIECE > WS-CD-REMAINING
                   MOVE WS-CD-REMAINING TO WS-CD-PIECE
               END-IF
           END-IF.
           ADD WS-CD-PIECE TO WS-CD-ALLOCATED.
           MOVE WS-CD-LINE-ACCT(WS-CD-LINE-IDX) TO WS-CD-ACCT-SEARCH.
           PERFORM FIND-COST-DIST-ACCOUNT.
           IF WS-CD-ACCT-IDX NOT = ZERO
               ADD WS-CD-PIECE TO WS-CD-ACCT-AMT(WS-CD-ACCT-IDX)
           END-IF.

      * Account slot for WS-CD-ACCT-SEARCH, added if new; the spread
      * only uses glaccts.dat accounts so 50 slots are enough unless
      * glpost.dat carries distribution debits nobody expected.
       FIND-COST-DIST-ACCOUNT.
           MOVE "N" TO WS-CD-ACCT-OK-SW.
           PERFORM VARYING WS-CD-ACCT-IDX FROM 1 BY 1
               UNTIL WS-CD-ACCT-IDX > WS-CD-ACCT-COUNT
                   OR CD-ACCT-OK
               IF WS-CD-ACCT-NBR(WS-CD-ACCT-IDX) = WS-CD-ACCT-SEARCH
                   SET CD-ACCT-OK TO TRUE
               END-IF
           END-PERFORM.
           IF CD-ACCT-OK
               SUBTRACT 1 FROM WS-CD-ACCT-IDX
           ELSE
               IF WS-CD-ACCT-COUNT >= 50
                   DISPLAY "Distribution account table full - "
                       WS-CD-ACCT-SEARCH " not accumulated"
                   MOVE ZERO TO WS-CD-ACCT-IDX
               ELSE
                   ADD 1 TO WS-CD-ACCT-COUNT
                   MOVE WS-CD-ACCT-COUNT TO WS-CD-ACCT-IDX
                   MOVE WS-CD-ACCT-SEARCH
                       TO WS-CD-ACCT-NBR(WS-CD-ACCT-IDX)
                   MOVE ZERO TO WS-CD-ACCT-AMT(WS-CD-ACCT-IDX)
                   MOVE ZERO TO WS-CD-ACCT-POSTED(WS-CD-ACCT-IDX)
               END-IF
           END-IF.

      * One debit per distribution account, ahead of the clearing
      * credit; the credit is still the full salary total, so the
      * extract balances exactly as before.
       WRITE-COST-DIST-DEBITS.
           PERFORM VARYING WS-CD-ACCT-IDX FROM 1 BY 1
               UNTIL WS-CD-ACCT-IDX > WS-CD-ACCT-COUNT
               IF WS-CD-ACCT-AMT(WS-CD-ACCT-IDX) > ZERO
                   MOVE SPACES TO GL-POSTING-RECORD
                   MOVE "D"             TO GL-RECORD-TYPE
                   MOVE WS-POSTING-DATE TO GL-POSTING-DATE
                   MOVE WS-CD-ACCT-NBR(WS-CD-ACCT-IDX)
                                        TO GL-ACCOUNT
                   MOVE WS-CD-ACCT-AMT(WS-CD-ACCT-IDX)
                                        TO GL-DEBIT-AMOUNT
                   MOVE ZERO            TO GL-CREDIT-AMOUNT
                   MOVE WS-CD-GL-DESC   TO GL-DESCRIPTION
                   WRITE GL-POSTING-RECORD
                   ADD 1 TO WS-GL-RECORD-COUNT
                   ADD WS-CD-ACCT-AMT(WS-CD-ACCT-IDX)
                       TO WS-GL-HASH-TOTAL
               END-IF
           END-PERFORM.

       GL-RECONCILIATION-RUN.
           PERFORM SET-CURRENT-PAY-PERIOD.
           PERFORM LOAD-GL-ACCOUNT-TABLE.
           MOVE "N" TO WS-CD-REPORT-SW.
           PERFORM LOAD-COST-DISTRIBUTION.
           SET CD-SPREADING TO TRUE.
           PERFORM ACCUMULATE-DEPT-ACTUALS.
           MOVE "N" TO WS-CD-SPREAD-SW.
           PERFORM READ-GL-POSTINGS-BACK.
           IF WS-GL-POST-STATUS = "00" OR "10"
               PERFORM WRITE-GL-RECON-REPORT

       READ-GL-POSTINGS-BACK.
           MOVE "N" TO WS-GL-POST-EOF-SW.
           MOVE "glpost.dat" TO WS-GL-POST-FILE-NAME.
           OPEN INPUT GL-POSTING-FILE.
           IF WS-GL-POST-STATUS NOT = "00"
               DISPLAY "GL posting file not available, status "
           END-IF.

       TABLE-GL-DEBIT.
           IF GL-DESCRIPTION = WS-CD-GL-DESC
               MOVE GL-ACCOUNT TO WS-CD-ACCT-SEARCH
               PERFORM FIND-COST-DIST-ACCOUNT
               IF WS-CD-ACCT-IDX NOT = ZERO
                   ADD GL-DEBIT-AMOUNT
                       TO WS-CD-ACCT-POSTED(WS-CD-ACCT-IDX)
               END-IF
           ELSE
               PERFORM TABLE-GL-DEPT-DEBIT
           END-IF.

       TABLE-GL-DEPT-DEBIT.
           IF GL-ACCOUNT = WS-GL-SUSPENSE-ACCT
               IF WS-RECON-SUSP-COUNT >= 50
                   DISPLAY "Suspense table full - posting for "

       WRITE-GL-RECON-REPORT.
           OPEN OUTPUT GL-RECON-REPORT.
           MOVE "glrecon.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO GL-RECON-LINE.
           STRING "GL RECONCILIATION - POSTING DATE "
               DELIMITED BY SIZE
           PERFORM WRITE-RECON-CONTROL-CHECK.
           PERFORM WRITE-RECON-BALANCE-CHECK.
           PERFORM WRITE-RECON-DEPT-TIES.
           PERFORM WRITE-RECON-DIST-TIES.
           PERFORM WRITE-RECON-SUSPENSE.
           MOVE WS-RECON-BREAK-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO GL-RECON-LINE.
               END-IF
           END-IF.

      * Tie each distribution account's posted debit to the spread
      * the master and costdist.dat produce today.
       WRITE-RECON-DIST-TIES.
           MOVE SPACES TO GL-RECON-LINE.
           STRING "LABOR DISTRIBUTION TIE-OUT" DELIMITED BY SIZE
               INTO GL-RECON-LINE
           END-STRING.
           WRITE GL-RECON-LINE.
           IF WS-CD-ACCT-COUNT = ZERO
               MOVE SPACES TO GL-RECON-LINE
               STRING "  NONE" DELIMITED BY SIZE
                   INTO GL-RECON-LINE
               END-STRING
               WRITE GL-RECON-LINE
           END-IF.
           PERFORM VARYING WS-CD-ACCT-IDX FROM 1 BY 1
               UNTIL WS-CD-ACCT-IDX > WS-CD-ACCT-COUNT
               PERFORM TIE-ONE-DIST-ACCOUNT
           END-PERFORM.

       TIE-ONE-DIST-ACCOUNT.
           MOVE SPACES TO GL-RECON-LINE.
           EVALUATE TRUE
               WHEN WS-CD-ACCT-AMT(WS-CD-ACCT-IDX) =
                   WS-CD-ACCT-POSTED(WS-CD-ACCT-IDX)
                   CONTINUE
               WHEN WS-CD-ACCT-POSTED(WS-CD-ACCT-IDX) = ZERO
                   MOVE WS-CD-ACCT-AMT(WS-CD-ACCT-IDX)
                       TO WS-EDIT-RECON-AMT
                   STRING "  *** DIST ACCT " DELIMITED BY SIZE
                       WS-CD-ACCT-NBR(WS-CD-ACCT-IDX)
                           DELIMITED BY SIZE
                       " SALARIES " DELIMITED BY SIZE
                       WS-EDIT-RECON-AMT DELIMITED BY SIZE
                       " HAVE NO GL DEBIT" DELIMITED BY SIZE
                       INTO GL-RECON-LINE
                   END-STRING
               WHEN WS-CD-ACCT-AMT(WS-CD-ACCT-IDX) = ZERO
                   MOVE WS-CD-ACCT-POSTED(WS-CD-ACCT-IDX)
                       TO WS-EDIT-RECON-AMT
                   STRING "  *** DIST ACCT " DELIMITED BY SIZE
                       WS-CD-ACCT-NBR(WS-CD-ACCT-IDX)
                           DELIMITED BY SIZE
                       " DEBIT " DELIMITED BY SIZE
                       WS-EDIT-RECON-AMT DELIMITED BY SIZE
                       " HAS NO SALARY TOTAL" DELIMITED BY SIZE
                       INTO GL-RECON-LINE
                   END-STRING
               WHEN OTHER
                   COMPUTE WS-RECON-DIFF =
                       WS-CD-ACCT-POSTED(WS-CD-ACCT-IDX)
                       - WS-CD-ACCT-AMT(WS-CD-ACCT-IDX)
                   MOVE WS-RECON-DIFF TO WS-EDIT-RECON-AMT
                   STRING "  *** DIST ACCT " DELIMITED BY SIZE
                       WS-CD-ACCT-NBR(WS-CD-ACCT-IDX)
                           DELIMITED BY SIZE
                       " DIFFERENCE " DELIMITED BY SIZE
                       WS-EDIT-RECON-AMT DELIMITED BY SIZE
                       INTO GL-RECON-LINE
                   END-STRING
           END-EVALUATE.
           IF GL-RECON-LINE NOT = SPACES
               ADD 1 TO WS-RECON-BREAK-COUNT
               WRITE GL-RECON-LINE
           END-IF.

       WRITE-RECON-SUSPENSE.
           MOVE SPACES TO GL-RECON-LINE.
           STRING "SUSPENSE ACCOUNT " DELIMITED BY SIZE
               PERFORM WRITE-DETAIL-LINE
               ADD SORT-EMP-SALARY TO WS-DEPT-TOTAL-SALARY
               ADD 1               TO WS-DEPT-EMP-COUNT
               MOVE SORT-EMP-ID     TO WS-CD-SEARCH-ID
               MOVE SORT-EMP-SALARY TO WS-CD-SALARY
               PERFORM DISTRIBUTE-EMPLOYEE-COST
               IF CD-COST-SPREAD
                   ADD SORT-EMP-SALARY TO WS-CD-DEPT-SPREAD
                   ADD 1               TO WS-CD-SPREAD-COUNT
               ELSE
                   ADD 1               TO WS-CD-DEPT-HOME-COUNT
               END-IF
               RETURN SORT-WORK-FILE
                   AT END SET SORT-AT-END TO TRUE
               END-RETURN
           END-STRING.
           WRITE REPORT-RECORD.
           ADD 2 TO WS-LINE-COUNT.
      * The report shows the department's whole salary; the GL debit
      * carries only the people left on the home department, and a
      * department whose people are all distributed gets none.
           IF WS-CD-DEPT-HOME-COUNT > ZERO
               SUBTRACT WS-CD-DEPT-SPREAD FROM WS-DEPT-TOTAL-SALARY
               PERFORM WRITE-GL-DEBIT-RECORD
               ADD WS-CD-DEPT-SPREAD TO WS-DEPT-TOTAL-SALARY
           END-IF.
           ADD WS-DEPT-TOTAL-SALARY TO WS-TOTAL-SALARY.
           ADD WS-DEPT-EMP-COUNT    TO WS-GRAND-EMP-COUNT.
           MOVE ZERO   TO WS-DEPT-TOTAL-SALARY.
           MOVE ZERO   TO WS-DEPT-EMP-COUNT.
           MOVE ZERO   TO WS-CD-DEPT-SPREAD.
           MOVE ZERO   TO WS-CD-DEPT-HOME-COUNT.

       WRITE-GRAND-TOTAL.
           COMPUTE WS-AVERAGE = WS-TOTAL-SALARY / WS-GRAND-EMP-COUNT.
      * Performance file is opened lazily by the first restore
      * transaction that needs it.
           MOVE "N" TO WS-PERF-OPEN-SW.
      * The approval queue is opened before the pending sweep, which
      * can release a sensitive change that has to be held.
           PERFORM OPEN-APPROVAL-QUEUE.
           PERFORM OPEN-POSITION-MASTER.
      * The pending queue is swept BEFORE tonight's transactions so
      * held changes apply in effective-date order - a parked raise
      * must not land on top of a transfer keyed tonight. The queue
           CLOSE AUDIT-FILE
                 HISTORY-FILE
                 RESTART-FILE.
           IF APPR-FILE-OPEN
               CLOSE APPROVAL-QUEUE-FILE
               MOVE "N" TO WS-APPR-OPEN-SW
           END-IF.
           IF POS-FILE-OPEN
               CLOSE POSITION-FILE
               MOVE "N" TO WS-POS-OPEN-SW
           END-IF.
           PERFORM REWRITE-PENDING-FILE.
           PERFORM WRITE-PENDING-REPORT.
           PERFORM WRITE-APPROVAL-REPORT.
      * Pass completed cleanly: clear the checkpoint so the next run
      * starts a fresh pass instead of resuming a finished one.
           OPEN OUTPUT RESTART-FILE.
               " held=" WS-PEND-HELD-COUNT
               " released=" WS-PEND-RELEASED-COUNT
               " still-pending=" WS-PEND-STILL-COUNT.
           DISPLAY "Approval queue: held=" WS-APPR-HELD-COUNT
               " approved=" WS-APPR-APPROVED-COUNT
               " rejected=" WS-APPR-REJECTED-COUNT
               " waiting=" WS-APPR-WAITING-COUNT.

      * Keyed lookup plus the A/C/D apply, shared by the trans.dat
      * pass and the pending-file release sweep. WS-MAINT-EFF-DATE is
      * set by the caller before each transaction. Audit entries
      * written along the way carry the keying user.
       APPLY-ONE-TRANSACTION.
           MOVE TRANS-KEYED-BY TO WS-AUDIT-USER.
           MOVE TRANS-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
           MOVE "READ"       TO WS-CHECK-OPERATION.
           MOVE TRANS-EMP-ID TO WS-CHECK-KEY.
           PERFORM CHECK-EMPLOYEE-FILE-STATUS.
      * A pay type other than S, H or blank, or an hourly rate that
      * is not digits, is refused before anything touches the master;
      * the action is overwritten with "*" so the EVALUATE passes the
      * transaction by without a second error.
           IF (TRANS-ACTION = "A" OR "C")
               AND ((TRANS-PAY-TYPE NOT = SPACE AND NOT = "S"
                     AND NOT = "H")
                OR (TRANS-HOURLY-RATE NOT = SPACES
                     AND TRANS-HOURLY-RATE IS NOT NUMERIC))
               DISPLAY "Maintenance error: bad pay type/rate "
                   TRANS-PAY-TYPE "/" TRANS-HOURLY-RATE
                   " for EMP-ID " TRANS-EMP-ID
               ADD 1 TO WS-MAINT-ERROR-COUNT
               MOVE "*" TO TRANS-ACTION
           END-IF.
           EVALUATE TRANS-ACTION
               WHEN "*"
                   CONTINUE
               WHEN "A"
                   IF EMP-FOUND
                       DISPLAY "Maintenance error: duplicate add "
                           TRANS-EMP-ID
                       ADD 1 TO WS-MAINT-ERROR-COUNT
                   ELSE
                       PERFORM CHECK-ADD-POSITION
                   END-IF
                   IF NOT EMP-FOUND AND POS-OPEN
                       MOVE TRANS-EMP-ID         TO EMP-ID
                       MOVE TRANS-EMP-NAME       TO EMP-NAME
                       MOVE TRANS-EMP-SALARY     TO EMP-SALARY
                           MOVE ZERO TO EMP-BANK-ROUTING
                       END-IF
                       MOVE TRANS-BANK-ACCOUNT   TO EMP-BANK-ACCOUNT
                       IF TRANS-PAY-TYPE = "H"
                           SET EMP-PAY-HOURLY TO TRUE
                       ELSE
                           SET EMP-PAY-SALARIED TO TRUE
                       END-IF
                       IF TRANS-HOURLY-RATE IS NUMERIC
                           MOVE TRANS-HOURLY-RATE-N
                               TO EMP-HOURLY-RATE
                       ELSE
                           MOVE ZERO TO EMP-HOURLY-RATE
                       END-IF
                       MOVE WS-POS-NEW-NO        TO EMP-POSITION-NO
                       SET STATUS-ACTIVE TO TRUE
                       MOVE WS-STATUS            TO EMP-STATUS
                       MOVE WS-MAINT-EFF-DATE    TO EMP-STATUS-DATE
                       WRITE EMPLOYEE-RECORD
                       MOVE "WRITE" TO WS-CHECK-OPERATION
                       PERFORM CHECK-EMPLOYEE-FILE-STATUS
                       PERFORM FILL-POSITION
                       ADD 1 TO WS-ADD-COUNT
                       ADD 1 TO WS-MASTER-WRITE-COUNT
                       MOVE "ADD" TO WS-HIST-ACTION
                       PERFORM WRITE-AUDIT-ENTRY
                   END-IF
               WHEN "C"
                   PERFORM CHECK-CHANGE-QUEUED
                   IF EMP-FOUND
                       IF NOT APPR-QUEUED
                           PERFORM CHECK-CHANGE-POSITION
                       END-IF
                   ELSE
                       DISPLAY "Maintenance error: no master for "
                           "EMP-ID " TRANS-EMP-ID
                           " action " TRANS-ACTION
                       ADD 1 TO WS-MAINT-ERROR-COUNT
                   END-IF
                   IF EMP-FOUND AND NOT APPR-QUEUED
                       AND NOT POS-REFUSED
                       PERFORM CHECK-CHANGE-SENSITIVE
                       IF APPR-SALARY-SENSITIVE OR APPR-BANK-SENSITIVE
                           PERFORM HOLD-FOR-APPROVAL
                       ELSE
                           PERFORM APPLY-CHANGE-TRANSACTION
                       END-IF
                   END-IF
               WHEN "D"
                   IF EMP-FOUND
                       MOVE "DELETE" TO WS-HIST-ACTION
                       SET STATUS-DELETED TO TRUE
                       MOVE WS-STATUS   TO EMP-STATUS
                       MOVE WS-MAINT-EFF-DATE TO EMP-STATUS-DATE
                       PERFORM VACATE-EMPLOYEE-POSITION
                       REWRITE EMPLOYEE-RECORD
                       MOVE "REWRITE" TO WS-CHECK-OPERATION
                       PERFORM CHECK-EMPLOYEE-FILE-STATUS
                   ELSE
                       PERFORM RESTORE-FROM-ARCHIVE
                   END-IF
               WHEN "V"
                   PERFORM RELEASE-HELD-CHANGE
               WHEN "X"
                   PERFORM REJECT-HELD-CHANGE
               WHEN OTHER
                   DISPLAY "Maintenance error: unknown action "
                       TRANS-ACTION " for EMP-ID " TRANS-EMP-ID
                   ADD 1 TO WS-MAINT-ERROR-COUNT
           END-EVALUATE.
           ADD 1 TO WS-TRANS-APPLIED-COUNT.
           MOVE SPACES TO WS-AUDIT-USER.

      * The CHANGE apply proper: before-image to history, transaction
      * fields onto the master, band check, rewrite, audit. Reached
      * directly for an ordinary CHANGE and from RELEASE-HELD-CHANGE
      * once a second user has approved a held one.
       APPLY-CHANGE-TRANSACTION.
           MOVE "CHANGE" TO WS-HIST-ACTION.
           PERFORM WRITE-HISTORY-IMAGE.
           MOVE TRANS-EMP-NAME       TO EMP-NAME.
           MOVE TRANS-EMP-SALARY     TO EMP-SALARY.
           MOVE TRANS-EMP-DEPARTMENT TO EMP-DEPARTMENT.
           IF TRANS-EMP-GRADE NOT = SPACES
               MOVE TRANS-EMP-GRADE  TO EMP-GRADE
           END-IF.
           IF TRANS-BANK-ROUTING NOT = SPACES
               AND TRANS-BANK-ROUTING IS NUMERIC
               MOVE TRANS-BANK-ROUTING
                   TO EMP-BANK-ROUTING
           END-IF.
           IF TRANS-BANK-ACCOUNT NOT = SPACES
               MOVE TRANS-BANK-ACCOUNT
                   TO EMP-BANK-ACCOUNT
           END-IF.
           IF TRANS-PAY-TYPE NOT = SPACE
               MOVE TRANS-PAY-TYPE TO EMP-PAY-TYPE
           END-IF.
           IF TRANS-HOURLY-RATE NOT = SPACES
               MOVE TRANS-HOURLY-RATE-N TO EMP-HOURLY-RATE
           END-IF.
           IF POS-MOVING
               PERFORM VACATE-EMPLOYEE-POSITION
               MOVE WS-POS-NEW-NO TO EMP-POSITION-NO
               PERFORM FILL-POSITION
           END-IF.
           PERFORM CHECK-SALARY-BAND.
           REWRITE EMPLOYEE-RECORD.
           MOVE "REWRITE" TO WS-CHECK-OPERATION.
           PERFORM CHECK-EMPLOYEE-FILE-STATUS.
           ADD 1 TO WS-CHANGE-COUNT.
           ADD 1 TO WS-MASTER-WRITE-COUNT.
           MOVE "CHANGE"     TO WS-AUDIT-ACTION.
           MOVE TRANS-EMP-ID TO WS-AUDIT-EMP-ID.
           PERFORM WRITE-AUDIT-ENTRY.

      * A CHANGE against the master just read is sensitive when the
      * salary or the hourly rate moves by more than
      * WS-APPR-SALARY-PCT percent of the current figure (any move
      * from zero counts), when a keyed pay type differs from the
      * master's (blank on file is salaried), or when a keyed bank
      * routing or account differs from what is on file.
       CHECK-CHANGE-SENSITIVE.
           MOVE "N" TO WS-APPR-SALARY-SW.
           MOVE "N" TO WS-APPR-BANK-SW.
           IF TRANS-EMP-SALARY IS NUMERIC
               COMPUTE WS-APPR-SALARY-DIFF =
                   TRANS-EMP-SALARY - EMP-SALARY
               IF WS-APPR-SALARY-DIFF < ZERO
                   COMPUTE WS-APPR-SALARY-DIFF =
                       ZERO - WS-APPR-SALARY-DIFF
               END-IF
               IF WS-APPR-SALARY-DIFF > ZERO
                   IF EMP-SALARY = ZERO
                       OR WS-APPR-SALARY-DIFF * 100 >
                          EMP-SALARY * WS-APPR-SALARY-PCT
                       SET APPR-SALARY-SENSITIVE TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF TRANS-HOURLY-RATE NOT = SPACES
               AND TRANS-HOURLY-RATE IS NUMERIC
               COMPUTE WS-APPR-RATE-DIFF =
                   TRANS-HOURLY-RATE-N - EMP-HOURLY-RATE
               IF WS-APPR-RATE-DIFF < ZERO
                   COMPUTE WS-APPR-RATE-DIFF =
                       ZERO - WS-APPR-RATE-DIFF
               END-IF
               IF WS-APPR-RATE-DIFF > ZERO
                   IF EMP-HOURLY-RATE = ZERO
                       OR WS-APPR-RATE-DIFF * 100 >
                          EMP-HOURLY-RATE * WS-APPR-SALARY-PCT
                       SET APPR-SALARY-SENSITIVE TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF TRANS-PAY-TYPE NOT = SPACE
               MOVE EMP-PAY-TYPE TO WS-APPR-PAY-TYPE
               IF WS-APPR-PAY-TYPE = SPACE
                   MOVE "S" TO WS-APPR-PAY-TYPE
               END-IF
               IF TRANS-PAY-TYPE NOT = WS-APPR-PAY-TYPE
                   SET APPR-SALARY-SENSITIVE TO TRUE
               END-IF
           END-IF.
           IF TRANS-BANK-ROUTING NOT = SPACES
               AND TRANS-BANK-ROUTING IS NUMERIC
               MOVE TRANS-BANK-ROUTING TO WS-APPR-ROUTING
               IF WS-APPR-ROUTING NOT = EMP-BANK-ROUTING
                   SET APPR-BANK-SENSITIVE TO TRUE
               END-IF
           END-IF.
           IF TRANS-BANK-ACCOUNT NOT = SPACES
               AND TRANS-BANK-ACCOUNT NOT = EMP-BANK-ACCOUNT
               SET APPR-BANK-SENSITIVE TO TRUE
           END-IF.

       OPEN-APPROVAL-QUEUE.
           MOVE "N" TO WS-APPR-OPEN-SW.
           OPEN I-O APPROVAL-QUEUE-FILE.
           IF WS-APPR-STATUS = "35"
               OPEN OUTPUT APPROVAL-QUEUE-FILE
               CLOSE APPROVAL-QUEUE-FILE
               OPEN I-O APPROVAL-QUEUE-FILE
           END-IF.
           IF WS-APPR-STATUS = "00"
               SET APPR-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Approval queue file not available, status "
                   WS-APPR-STATUS " - sensitive changes will be "
                   "refused"
           END-IF.

      * Park a sensitive CHANGE on approvq.dat with the master's
      * current values. Without a keying user id there is nobody the
      * approver can be checked against, so the change is refused.
       HOLD-FOR-APPROVAL.
           EVALUATE TRUE
               WHEN TRANS-KEYED-BY = SPACES
                   DISPLAY "Maintenance error: EMP-ID " TRANS-EMP-ID
                       " salary/bank change has no keying user id"
                       " - not held, not applied"
                   ADD 1 TO WS-MAINT-ERROR-COUNT
               WHEN NOT APPR-FILE-OPEN
                   DISPLAY "Maintenance error: EMP-ID " TRANS-EMP-ID
                       " salary/bank change cannot be queued"
                       " - not held, not applied, resubmit"
                   ADD 1 TO WS-MAINT-ERROR-COUNT
               WHEN OTHER
                   MOVE SPACES            TO APPROVAL-QUEUE-RECORD
                   MOVE TRANS-EMP-ID      TO AQ-EMP-ID
                   MOVE WS-RUN-DATE       TO AQ-HELD-DATE
                   MOVE FUNCTION CURRENT-DATE TO WS-APPR-TIME
                   MOVE WS-APPR-TIME(9:6) TO AQ-HELD-TIME
                   MOVE TRANS-KEYED-BY    TO AQ-KEYED-BY
                   MOVE WS-APPR-SALARY-SW TO AQ-SALARY-FLAG
                   MOVE WS-APPR-BANK-SW   TO AQ-BANK-FLAG
                   MOVE EMP-SALARY        TO AQ-BEFORE-SALARY
                   MOVE EMP-PAY-TYPE      TO AQ-BEFORE-PAY-TYPE
                   MOVE EMP-HOURLY-RATE   TO AQ-BEFORE-HOURLY-RATE
                   MOVE EMP-BANK-ROUTING  TO AQ-BEFORE-ROUTING
                   MOVE EMP-BANK-ACCOUNT  TO AQ-BEFORE-ACCOUNT
                   MOVE EMP-NAME          TO AQ-BEFORE-NAME
                   MOVE EMP-DEPARTMENT    TO AQ-BEFORE-DEPT
                   MOVE TRANS-RECORD      TO AQ-TRANS-IMAGE
                   WRITE APPROVAL-QUEUE-RECORD
                       INVALID KEY
                           PERFORM CHECK-ALREADY-HELD
                       NOT INVALID KEY
                           ADD 1 TO WS-APPR-HELD-COUNT
                           MOVE "HELD"       TO WS-AUDIT-ACTION
                           MOVE TRANS-EMP-ID TO WS-AUDIT-EMP-ID
                           PERFORM WRITE-AUDIT-ENTRY
                   END-WRITE
           END-EVALUATE.

      * Only one change per employee can wait at a time. The same
      * image from the same user is a restart re-presenting a change
      * already held before the abend, and is left as it is; anything
      * else has to wait until the held one is released or rejected.
       CHECK-ALREADY-HELD.
           MOVE TRANS-RECORD TO WS-APPR-IMAGE.
           MOVE TRANS-EMP-ID TO AQ-EMP-ID.
           READ APPROVAL-QUEUE-FILE
               KEY IS AQ-EMP-ID
               INVALID KEY
                   MOVE SPACES TO AQ-TRANS-IMAGE
           END-READ.
           IF AQ-TRANS-IMAGE = WS-APPR-IMAGE
               ADD 1 TO WS-APPR-HELD-COUNT
           ELSE
               DISPLAY "Maintenance error: EMP-ID " TRANS-EMP-ID
                   " already has a change awaiting approval"
                   " - not held, not applied"
               ADD 1 TO WS-MAINT-ERROR-COUNT
           END-IF.

      * A CHANGE for an employee with a change already waiting is
      * refused, sensitive or not, so the held change is never
      * released over values keyed after it. The identical image is
      * a restart re-presenting the held change and is counted as
      * held again.
       CHECK-CHANGE-QUEUED.
           MOVE "N" TO WS-APPR-QUEUED-SW.
           IF APPR-FILE-OPEN
               MOVE TRANS-EMP-ID TO AQ-EMP-ID
               READ APPROVAL-QUEUE-FILE
                   KEY IS AQ-EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-APPR-QUEUED-SW
               END-READ
           END-IF.
           IF APPR-QUEUED
               MOVE TRANS-RECORD TO WS-APPR-IMAGE
               IF AQ-TRANS-IMAGE = WS-APPR-IMAGE
                   ADD 1 TO WS-APPR-HELD-COUNT
               ELSE
                   DISPLAY "Maintenance error: EMP-ID " TRANS-EMP-ID
                       " already has a change awaiting approval"
                       " - not applied"
                   ADD 1 TO WS-MAINT-ERROR-COUNT
               END-IF
           END-IF.

      * The master must still carry the values the held change was
      * keyed against; otherwise releasing it would quietly undo
      * whatever moved them since.
       CHECK-HELD-MASTER-UNCHANGED.
           IF EMP-SALARY       NOT = AQ-BEFORE-SALARY
               OR EMP-PAY-TYPE     NOT = AQ-BEFORE-PAY-TYPE
               OR EMP-HOURLY-RATE  NOT = AQ-BEFORE-HOURLY-RATE
               OR EMP-BANK-ROUTING NOT = AQ-BEFORE-ROUTING
               OR EMP-BANK-ACCOUNT NOT = AQ-BEFORE-ACCOUNT
               OR EMP-NAME         NOT = AQ-BEFORE-NAME
               OR EMP-DEPARTMENT   NOT = AQ-BEFORE-DEPT
               DISPLAY "Maintenance error: EMP-ID " TRANS-EMP-ID
                   " master changed since the held change was keyed"
                   " - not released, reject and rekey"
               ADD 1 TO WS-MAINT-ERROR-COUNT
               MOVE "N" TO WS-APPR-FOUND-SW
           END-IF.

      * Common checks for V and X: the held change must exist, and
      * the user on the approval transaction must be named and must
      * not be the user who keyed the change.
       FIND-HELD-CHANGE.
           MOVE "N" TO WS-APPR-FOUND-SW.
           MOVE TRANS-KEYED-BY TO WS-APPR-APPROVER.
           IF NOT APPR-FILE-OPEN
               DISPLAY "Maintenance error: approval queue not "
                   "available - action " TRANS-ACTION
                   " for EMP-ID " TRANS-EMP-ID " not processed"
               ADD 1 TO WS-MAINT-ERROR-COUNT
           ELSE
               MOVE TRANS-EMP-ID TO AQ-EMP-ID
               READ APPROVAL-QUEUE-FILE
                   KEY IS AQ-EMP-ID
                   INVALID KEY
                       DISPLAY "Maintenance error: no change awaiting "
                           "approval for EMP-ID " TRANS-EMP-ID
                       ADD 1 TO WS-MAINT-ERROR-COUNT
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN WS-APPR-APPROVER = SPACES
                               DISPLAY "Maintenance error: action "
                                   TRANS-ACTION " for EMP-ID "
                                   TRANS-EMP-ID " has no approving"
                                   " user id"
                               ADD 1 TO WS-MAINT-ERROR-COUNT
                           WHEN WS-APPR-APPROVER = AQ-KEYED-BY
                               DISPLAY "Maintenance error: EMP-ID "
                                   TRANS-EMP-ID " change keyed by "
                                   AQ-KEYED-BY " cannot be approved"
                                   " or rejected by the same user"
                               ADD 1 TO WS-MAINT-ERROR-COUNT
                           WHEN OTHER
                               MOVE "Y" TO WS-APPR-FOUND-SW
                       END-EVALUATE
               END-READ
           END-IF.

      * V: apply the held change as keyed. The history image and
      * the CHANGE audit entry carry the original effective date (the
      * date it was held when none was keyed) and the keying user;
      * the APPRVD entry that follows names the approver. A release
      * after the change's pay period has closed is picked up by the
      * retro run like any other back-dated change.
       RELEASE-HELD-CHANGE.
           PERFORM FIND-HELD-CHANGE.
           IF APPR-FOUND
               IF NOT EMP-FOUND
                   DISPLAY "Maintenance error: no master for EMP-ID "
                       TRANS-EMP-ID " - held change not released"
                   ADD 1 TO WS-MAINT-ERROR-COUNT
               ELSE
                   PERFORM CHECK-HELD-MASTER-UNCHANGED
               END-IF
           END-IF.
           IF APPR-FOUND AND EMP-FOUND
               MOVE AQ-TRANS-IMAGE TO TRANS-RECORD
               MOVE AQ-HELD-DATE   TO WS-MAINT-EFF-DATE
               IF TRANS-EFF-DATE IS NUMERIC
                   AND TRANS-EFF-DATE NOT = "00000000"
                   MOVE TRANS-EFF-DATE TO WS-MAINT-EFF-DATE
               END-IF
               MOVE AQ-KEYED-BY TO WS-AUDIT-USER
               PERFORM CHECK-CHANGE-POSITION
           END-IF.
      * The position named when the change was keyed may have been
      * taken since; the change then stays queued for rejection.
           IF APPR-FOUND AND EMP-FOUND AND NOT POS-REFUSED
               PERFORM APPLY-CHANGE-TRANSACTION
               DELETE APPROVAL-QUEUE-FILE RECORD
                   INVALID KEY
                       DISPLAY "Approval queue delete failed for "
                           "EMP-ID " TRANS-EMP-ID ", status "
                           WS-APPR-STATUS
               END-DELETE
               ADD 1 TO WS-APPR-APPROVED-COUNT
               MOVE "APPRVD"         TO WS-AUDIT-ACTION
               MOVE TRANS-EMP-ID     TO WS-AUDIT-EMP-ID
               MOVE WS-APPR-APPROVER TO WS-AUDIT-USER
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

      * X: drop the held change; the master is not touched.
       REJECT-HELD-CHANGE.
           PERFORM FIND-HELD-CHANGE.
           IF APPR-FOUND
               DELETE APPROVAL-QUEUE-FILE RECORD
                   INVALID KEY
                       DISPLAY "Approval queue delete failed for "
                           "EMP-ID " TRANS-EMP-ID ", status "
                           WS-APPR-STATUS
               END-DELETE
               ADD 1 TO WS-APPR-REJECTED-COUNT
               MOVE "REJECT"         TO WS-AUDIT-ACTION
               MOVE TRANS-EMP-ID     TO WS-AUDIT-EMP-ID
               MOVE WS-APPR-APPROVER TO WS-AUDIT-USER
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

      * Open the position master (created on first use) and apply
      * posload.dat to it before any transaction is looked at.
       OPEN-POSITION-MASTER.
           MOVE "N" TO WS-POS-OPEN-SW.
           OPEN I-O POSITION-FILE.
           IF WS-POS-FILE-STATUS = "35"
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               OPEN I-O POSITION-FILE
           END-IF.
           IF WS-POS-FILE-STATUS = "00"
               SET POS-FILE-OPEN TO TRUE
               PERFORM LOAD-POSITION-MASTER
           ELSE
               DISPLAY "Position master not available, status "
                   WS-POS-FILE-STATUS " - adds and transfers will be "
                   "refused"
           END-IF.

       LOAD-POSITION-MASTER.
           MOVE "N" TO WS-POS-LOAD-EOF-SW.
           MOVE ZERO TO WS-POS-LOAD-COUNT.
           OPEN INPUT POSITION-LOAD-FILE.
           IF WS-POS-LOAD-STATUS NOT = "00"
               DISPLAY "Position load file not available, status "
                   WS-POS-LOAD-STATUS " - master used as-is"
               SET POS-LOAD-AT-END TO TRUE
           ELSE
               READ POSITION-LOAD-FILE
                   AT END SET POS-LOAD-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL POS-LOAD-AT-END
               IF PL-POSITION-NO IS NOT NUMERIC
                   OR PL-POSITION-NO = ZERO
                   OR PL-DEPARTMENT = SPACES
                   OR PL-AUTH-FTE IS NOT NUMERIC
                   DISPLAY "Position load: record for position "
                       PL-POSITION-NO " rejected - bad key, "
                       "department or FTE"
               ELSE
                   MOVE PL-POSITION-NO TO PM-POSITION-NO
                   READ POSITION-FILE
                       KEY IS PM-POSITION-NO
                       INVALID KEY
                           INITIALIZE POSITION-RECORD
                           MOVE PL-POSITION-NO TO PM-POSITION-NO
                           PERFORM MOVE-POSITION-LOAD-FIELDS
                           WRITE POSITION-RECORD
                           ADD 1 TO WS-POS-LOAD-COUNT
                       NOT INVALID KEY
                           PERFORM UPDATE-LOADED-POSITION
                   END-READ
               END-IF
               READ POSITION-LOAD-FILE
                   AT END SET POS-LOAD-AT-END TO TRUE
               END-READ
           END-PERFORM.
           IF WS-POS-LOAD-STATUS = "00" OR "10"
               CLOSE POSITION-LOAD-FILE
           END-IF.
           DISPLAY "Position load: " WS-POS-LOAD-COUNT
               " position(s) added or updated".

      * A filled position cannot be moved to another department from
      * the load - the incumbent would be left in the old one. The
      * holder has to be transferred out (or the position vacated
      * with "V") first.
       UPDATE-LOADED-POSITION.
           IF PL-VACATE-SW = "V"
               MOVE ZERO TO PM-INCUMBENT-EMP-ID
               MOVE ZERO TO PM-FILLED-DATE
           END-IF.
           IF PM-INCUMBENT-EMP-ID NOT = ZERO
               AND PL-DEPARTMENT NOT = PM-DEPARTMENT
               DISPLAY "Position load: position " PL-POSITION-NO
                   " is held by EMP-ID " PM-INCUMBENT-EMP-ID
                   " - department change refused"
           ELSE
               PERFORM MOVE-POSITION-LOAD-FIELDS
               REWRITE POSITION-RECORD
               ADD 1 TO WS-POS-LOAD-COUNT
           END-IF.

       MOVE-POSITION-LOAD-FIELDS.
           MOVE PL-DEPARTMENT TO PM-DEPARTMENT.
           MOVE PL-GRADE      TO PM-GRADE.
           MOVE PL-AUTH-FTE   TO PM-AUTH-FTE.

      * WS-POS-WANTED-X is the position a transaction names and
      * WS-POS-WANTED-DEPT the department it has to be in. On success
      * WS-POS-NEW-NO holds the position; otherwise WS-POS-REASON
      * says why it is not open. A position already held by the
      * employee on the transaction counts as open to them.
       CHECK-OPEN-POSITION.
           MOVE "N" TO WS-POS-OK-SW.
           MOVE SPACES TO WS-POS-REASON.
           MOVE ZERO TO WS-POS-NEW-NO.
           EVALUATE TRUE
               WHEN NOT POS-FILE-OPEN
                   MOVE "- position master not available"
                       TO WS-POS-REASON
               WHEN WS-POS-WANTED-X IS NOT NUMERIC
                   MOVE "- no position number given" TO WS-POS-REASON
               WHEN OTHER
                   MOVE WS-POS-WANTED-X TO PM-POSITION-NO
                   READ POSITION-FILE
                       KEY IS PM-POSITION-NO
                       INVALID KEY
                           MOVE "- not on the position master"
                               TO WS-POS-REASON
                       NOT INVALID KEY
                           PERFORM TEST-POSITION-OPEN
                   END-READ
           END-EVALUATE.

       TEST-POSITION-OPEN.
           EVALUATE TRUE
               WHEN PM-DEPARTMENT NOT = WS-POS-WANTED-DEPT
                   MOVE "- belongs to another department"
                       TO WS-POS-REASON
               WHEN PM-AUTH-FTE = ZERO
                   MOVE "- not authorized (FTE zero)" TO WS-POS-REASON
               WHEN PM-INCUMBENT-EMP-ID NOT = ZERO
                   AND PM-INCUMBENT-EMP-ID NOT = TRANS-EMP-ID
                   STRING "- held by EMP-ID "  DELIMITED BY SIZE
                       PM-INCUMBENT-EMP-ID     DELIMITED BY SIZE
                       INTO WS-POS-REASON
                   END-STRING
               WHEN OTHER
                   SET POS-OPEN TO TRUE
                   MOVE PM-POSITION-NO TO WS-POS-NEW-NO
           END-EVALUATE.

       CHECK-ADD-POSITION.
           MOVE TRANS-POSITION-NO    TO WS-POS-WANTED-X.
           MOVE TRANS-EMP-DEPARTMENT TO WS-POS-WANTED-DEPT.
           PERFORM CHECK-OPEN-POSITION.
           IF NOT POS-OPEN
               DISPLAY "Maintenance error: add " TRANS-EMP-ID
                   " refused - position " TRANS-POSITION-NO " "
                   WS-POS-REASON
               ADD 1 TO WS-MAINT-ERROR-COUNT
           END-IF.

      * A CHANGE to another department is a transfer and must name an
      * open position there; a CHANGE naming a different position in
      * the same department moves the employee to it. Anything else
      * leaves the position alone.
       CHECK-CHANGE-POSITION.
           MOVE "N" TO WS-POS-MOVE-SW.
           MOVE "N" TO WS-POS-REFUSED-SW.
           IF TRANS-EMP-DEPARTMENT NOT = EMP-DEPARTMENT
               OR (TRANS-POSITION-NO NOT = SPACES
                   AND TRANS-POSITION-NO NOT = EMP-POSITION-NO)
               MOVE TRANS-POSITION-NO    TO WS-POS-WANTED-X
               MOVE TRANS-EMP-DEPARTMENT TO WS-POS-WANTED-DEPT
               PERFORM CHECK-OPEN-POSITION
               IF POS-OPEN
                   SET POS-MOVING TO TRUE
               ELSE
                   SET POS-REFUSED TO TRUE
                   DISPLAY "Maintenance error: change for EMP-ID "
                       TRANS-EMP-ID " refused - position "
                       TRANS-POSITION-NO " " WS-POS-REASON
                   ADD 1 TO WS-MAINT-ERROR-COUNT
               END-IF
           END-IF.

      * Make the employee on the transaction the incumbent of
      * WS-POS-NEW-NO, as of the effective date.
       FILL-POSITION.
           MOVE WS-POS-NEW-NO TO PM-POSITION-NO.
           READ POSITION-FILE
               KEY IS PM-POSITION-NO
               INVALID KEY
                   DISPLAY "Position " WS-POS-NEW-NO " not found to "
                       "fill for EMP-ID " TRANS-EMP-ID
               NOT INVALID KEY
                   MOVE TRANS-EMP-ID      TO PM-INCUMBENT-EMP-ID
                   MOVE WS-MAINT-EFF-DATE TO PM-FILLED-DATE
                   REWRITE POSITION-RECORD
                       INVALID KEY
                           DISPLAY "Position master rewrite failed "
                               "for " PM-POSITION-NO ", status "
                               WS-POS-FILE-STATUS
                   END-REWRITE
           END-READ.

      * Release the position on the master record in hand, if this
      * employee is still its incumbent, and detach the employee.
       VACATE-EMPLOYEE-POSITION.
           IF EMP-POSITION-NO IS NUMERIC
               AND EMP-POSITION-NO NOT = ZERO
               AND POS-FILE-OPEN
               MOVE EMP-POSITION-NO TO PM-POSITION-NO
               READ POSITION-FILE
                   KEY IS PM-POSITION-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-INCUMBENT-EMP-ID = EMP-ID
                           MOVE ZERO TO PM-INCUMBENT-EMP-ID
                           MOVE ZERO TO PM-FILLED-DATE
                           REWRITE POSITION-RECORD
                               INVALID KEY
                                   DISPLAY "Position master rewrite "
                                       "failed for " PM-POSITION-NO
                                       ", status " WS-POS-FILE-STATUS
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
           MOVE ZERO TO EMP-POSITION-NO.

       READ-TRANS-RECORD.
           READ TRANS-FILE INTO TRANS-RECORD
               AT END SET TRANS-AT-END TO TRUE
           END-READ.

       LOAD-PENDING-TRANS.
           MOVE ZERO TO WS-PEND-COUNT.
           MOVE "N" TO WS-PEND-EOF-SW.

       WRITE-PENDING-REPORT.
           OPEN OUTPUT PENDING-REPORT.
           MOVE "pending.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO PENDING-REPORT-LINE.
           STRING "PENDING TRANSACTIONS BY RELEASE DATE - RUN "
               DELIMITED BY SIZE
           WRITE PENDING-REPORT-LINE.
           CLOSE PENDING-REPORT.

      * Everything still on approvq.dat after tonight's pass, in
      * EMP-ID order, with the values on file when the change was
      * keyed against the values keyed and the days it has waited.
       WRITE-APPROVAL-REPORT.
           OPEN OUTPUT APPROVAL-REPORT.
           MOVE "approvq.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING "CHANGES AWAITING SECOND-USER APPROVAL - RUN "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           END-STRING.
           WRITE APPROVAL-REPORT-LINE.
           MOVE WS-APPR-SALARY-PCT TO WS-EDIT-APPR-LIMIT.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING "HELD: SALARY OR RATE CHANGES OVER "
               DELIMITED BY SIZE
               WS-EDIT-APPR-LIMIT DELIMITED BY SIZE
               "%, ALL PAY TYPE AND BANK CHANGES" DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           END-STRING.
           WRITE APPROVAL-REPORT-LINE.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING "EMPID NAME                     KEYED BY HELD ON  "
               DELIMITED BY SIZE
               "   DAYS WAITING" DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           END-STRING.
           WRITE APPROVAL-REPORT-LINE.
           MOVE ZERO TO WS-APPR-WAITING-COUNT.
           MOVE "N" TO WS-APPR-EOF-SW.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF WS-APPR-STATUS NOT = "00"
      * "35" just means nothing has ever been held.
               SET APPR-AT-END TO TRUE
           ELSE
               READ APPROVAL-QUEUE-FILE NEXT RECORD
                   AT END SET APPR-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL APPR-AT-END
               PERFORM WRITE-APPROVAL-ITEM
               READ APPROVAL-QUEUE-FILE NEXT RECORD
                   AT END SET APPR-AT-END TO TRUE
               END-READ
           END-PERFORM.
           IF WS-APPR-STATUS = "00" OR "10"
               CLOSE APPROVAL-QUEUE-FILE
           END-IF.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING "WAITING: "        DELIMITED BY SIZE
               WS-APPR-WAITING-COUNT DELIMITED BY SIZE
               "  HELD TONIGHT: "    DELIMITED BY SIZE
               WS-APPR-HELD-COUNT    DELIMITED BY SIZE
               "  APPROVED: "        DELIMITED BY SIZE
               WS-APPR-APPROVED-COUNT DELIMITED BY SIZE
               "  REJECTED: "        DELIMITED BY SIZE
               WS-APPR-REJECTED-COUNT DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           END-STRING.
           WRITE APPROVAL-REPORT-LINE.
           CLOSE APPROVAL-REPORT.

      * One held change: a heading line, then a before/after line for
      * each of salary, pay type, hourly rate, routing and account
      * that the change alters.
       WRITE-APPROVAL-ITEM.
           ADD 1 TO WS-APPR-WAITING-COUNT.
           MOVE AQ-TRANS-IMAGE TO TRANS-RECORD.
           COMPUTE WS-APPR-DAYS-WAITING =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(AQ-HELD-DATE).
           MOVE WS-APPR-DAYS-WAITING TO WS-EDIT-APPR-DAYS.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING TRANS-EMP-ID      DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               TRANS-EMP-NAME(1:24) DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               AQ-KEYED-BY          DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               AQ-HELD-DATE         DELIMITED BY SIZE
               "   "                DELIMITED BY SIZE
               WS-EDIT-APPR-DAYS    DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           END-STRING.
           WRITE APPROVAL-REPORT-LINE.
           IF TRANS-EMP-SALARY IS NUMERIC
               AND TRANS-EMP-SALARY NOT = AQ-BEFORE-SALARY
               MOVE AQ-BEFORE-SALARY TO WS-EDIT-APPR-BEFORE
               MOVE TRANS-EMP-SALARY TO WS-EDIT-APPR-AFTER
               MOVE SPACES TO APPROVAL-REPORT-LINE
               IF AQ-BEFORE-SALARY = ZERO
                   STRING "      SALARY   " DELIMITED BY SIZE
                       WS-EDIT-APPR-BEFORE  DELIMITED BY SIZE
                       " TO "               DELIMITED BY SIZE
                       WS-EDIT-APPR-AFTER   DELIMITED BY SIZE
                       INTO APPROVAL-REPORT-LINE
                   END-STRING
               ELSE
                   COMPUTE WS-APPR-PCT-CHANGE ROUNDED =
                       (TRANS-EMP-SALARY - AQ-BEFORE-SALARY) * 100
                       / AQ-BEFORE-SALARY
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-APPR-PCT-CHANGE
                   END-COMPUTE
                   MOVE WS-APPR-PCT-CHANGE TO WS-EDIT-APPR-PCT
                   STRING "      SALARY   " DELIMITED BY SIZE
                       WS-EDIT-APPR-BEFORE  DELIMITED BY SIZE
                       " TO "               DELIMITED BY SIZE
                       WS-EDIT-APPR-AFTER   DELIMITED BY SIZE
                       "  CHANGE "          DELIMITED BY SIZE
                       WS-EDIT-APPR-PCT     DELIMITED BY SIZE
                       "%"                  DELIMITED BY SIZE
                       INTO APPROVAL-REPORT-LINE
                   END-STRING
               END-IF
               WRITE APPROVAL-REPORT-LINE
           END-IF.
           IF TRANS-PAY-TYPE NOT = SPACE
               AND TRANS-PAY-TYPE NOT = AQ-BEFORE-PAY-TYPE
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING "      PAY TYPE " DELIMITED BY SIZE
                   AQ-BEFORE-PAY-TYPE   DELIMITED BY SIZE
                   " TO "               DELIMITED BY SIZE
                   TRANS-PAY-TYPE       DELIMITED BY SIZE
                   INTO APPROVAL-REPORT-LINE
               END-STRING
               WRITE APPROVAL-REPORT-LINE
           END-IF.
           IF TRANS-HOURLY-RATE NOT = SPACES
               AND TRANS-HOURLY-RATE IS NUMERIC
               AND TRANS-HOURLY-RATE-N NOT = AQ-BEFORE-HOURLY-RATE
               MOVE AQ-BEFORE-HOURLY-RATE TO WS-EDIT-APPR-RATE-BEFORE
               MOVE TRANS-HOURLY-RATE-N   TO WS-EDIT-APPR-RATE-AFTER
               MOVE SPACES TO APPROVAL-REPORT-LINE
               IF AQ-BEFORE-HOURLY-RATE = ZERO
                   STRING "      RATE     " DELIMITED BY SIZE
                       WS-EDIT-APPR-RATE-BEFORE DELIMITED BY SIZE
                       " TO "               DELIMITED BY SIZE
                       WS-EDIT-APPR-RATE-AFTER DELIMITED BY SIZE
                       INTO APPROVAL-REPORT-LINE
                   END-STRING
               ELSE
                   COMPUTE WS-APPR-PCT-CHANGE ROUNDED =
                       (TRANS-HOURLY-RATE-N - AQ-BEFORE-HOURLY-RATE)
                       * 100 / AQ-BEFORE-HOURLY-RATE
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-APPR-PCT-CHANGE
                   END-COMPUTE
                   MOVE WS-APPR-PCT-CHANGE TO WS-EDIT-APPR-PCT
                   STRING "      RATE     " DELIMITED BY SIZE
                       WS-EDIT-APPR-RATE-BEFORE DELIMITED BY SIZE
                       " TO "               DELIMITED BY SIZE
                       WS-EDIT-APPR-RATE-AFTER DELIMITED BY SIZE
                       "  CHANGE "          DELIMITED BY SIZE
                       WS-EDIT-APPR-PCT     DELIMITED BY SIZE
                       "%"                  DELIMITED BY SIZE
                       INTO APPROVAL-REPORT-LINE
                   END-STRING
               END-IF
               WRITE APPROVAL-REPORT-LINE
           END-IF.
           IF TRANS-BANK-ROUTING NOT = SPACES
               AND TRANS-BANK-ROUTING IS NUMERIC
               MOVE TRANS-BANK-ROUTING TO WS-APPR-ROUTING
               IF WS-APPR-ROUTING NOT = AQ-BEFORE-ROUTING
                   MOVE SPACES TO APPROVAL-REPORT-LINE
                   STRING "      ROUTING  " DELIMITED BY SIZE
                       AQ-BEFORE-ROUTING    DELIMITED BY SIZE
                       " TO "               DELIMITED BY SIZE
                       WS-APPR-ROUTING      DELIMITED BY SIZE
                       INTO APPROVAL-REPORT-LINE
                   END-STRING
                   WRITE APPROVAL-REPORT-LINE
               END-IF
           END-IF.
           IF TRANS-BANK-ACCOUNT NOT = SPACES
               AND TRANS-BANK-ACCOUNT NOT = AQ-BEFORE-ACCOUNT
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING "      ACCOUNT  " DELIMITED BY SIZE
                   AQ-BEFORE-ACCOUNT    DELIMITED BY SIZE
                   " TO "               DELIMITED BY SIZE
                   TRANS-BANK-ACCOUNT   DELIMITED BY SIZE
                   INTO APPROVAL-REPORT-LINE
               END-STRING
               WRITE APPROVAL-REPORT-LINE
           END-IF.

      * Sequential last-marker-wins scan of emparch.dat for
      * WS-ARC-SEARCH-ID: an "E" image is the employee in the
      * archive, a "P" right behind it is the performance image, and
               ADD 1 TO WS-MAINT-ERROR-COUNT
           ELSE
               MOVE WS-ARC-EMP-IMAGE TO EMPLOYEE-RECORD
      * The old position was vacated at the DELETE and may have been
      * filled since; the rehire comes back attached to none until a
      * CHANGE names an open one.
               MOVE ZERO TO EMP-POSITION-NO
      * An employee archived before pay types were carried comes
      * back salaried, as the layout conversion sets everyone else.
               IF EMP-PAY-TYPE = SPACE
                   SET EMP-PAY-SALARIED TO TRUE
               END-IF
               IF EMP-HOURLY-RATE NOT NUMERIC
                   MOVE ZERO TO EMP-HOURLY-RATE
               END-IF
               SET STATUS-ACTIVE TO TRUE
               MOVE WS-STATUS         TO EMP-STATUS
               MOVE WS-MAINT-EFF-DATE TO EMP-STATUS-DATE
       WRITE-REORG-RECONCILIATION.
           PERFORM COUNT-ARCHIVE-RESTORES.
           OPEN OUTPUT REORG-REPORT.
           MOVE "reorg.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO REORG-REPORT-LINE.
           STRING "PURGE/ARCHIVE RECONCILIATION - RUN "
               DELIMITED BY SIZE
           WRITE REORG-REPORT-LINE.
           CLOSE REORG-REPORT.

       CONVERT-MASTER-LAYOUTS.
           MOVE "MASTERCONV" TO WS-RUN-BATCH-ID.
           PERFORM CHECK-BATCH-ALREADY-RUN.
           IF BATCH-ALREADY-DONE
               DISPLAY "Master layout conversion already completed"
                   " - run refused"
               MOVE "REFUSED" TO WS-RUN-OUTCOME
           ELSE
               MOVE "N"  TO WS-CNV-FAILED-SW
               MOVE ZERO TO WS-CNV-TOTAL-COUNT
               PERFORM CONVERT-EMPLOYEE-LAYOUT
               IF NOT CNV-FAILED
                   PERFORM CONVERT-HISTORY-LAYOUT
               END-IF
               IF NOT CNV-FAILED
                   PERFORM CONVERT-YTD-LAYOUT
               END-IF
               IF NOT CNV-FAILED
                   PERFORM CONVERT-PENDING-LAYOUT
               END-IF
               IF CNV-FAILED
                   DISPLAY "Master layout conversion FAILED - restore"
                       " the backup before rerunning"
                   MOVE "FAILED" TO WS-RUN-OUTCOME
               ELSE
                   DISPLAY "Master layout conversion: records="
                       WS-CNV-TOTAL-COUNT
               END-IF
           END-IF.

      * Shared by the four files: 35 is a file this site never had;
      * anything else but 00 stops the conversion.
       CHECK-CONVERT-OPEN.
           MOVE "N" TO WS-CNV-STEP-SW.
           MOVE "N" TO WS-CNV-EOF-SW.
           MOVE ZERO TO WS-CNV-READ-COUNT.
           MOVE ZERO TO WS-CNV-WRITE-COUNT.
           EVALUATE WS-CNV-OLD-STATUS
               WHEN "00"
                   SET CNV-STEP-OK TO TRUE
               WHEN "35"
                   DISPLAY "Conversion: " WS-CNV-FILE
                       " not present - skipped"
               WHEN OTHER
                   DISPLAY "Conversion: " WS-CNV-FILE
                       " cannot be opened in the old layout, status "
                       WS-CNV-OLD-STATUS
                   SET CNV-FAILED TO TRUE
           END-EVALUATE.
           IF CNV-STEP-OK
               OPEN OUTPUT CONVERT-WORK-FILE
               IF WS-CNV-WORK-STATUS NOT = "00"
                   DISPLAY "Conversion: work file not writable, status "
                       WS-CNV-WORK-STATUS
                   MOVE "N" TO WS-CNV-STEP-SW
                   SET CNV-FAILED TO TRUE
               END-IF
           END-IF.

      * After each old-layout read: at end is normal, any other
      * non-zero class ends the pass and fails the file before the
      * live file is touched.
       CHECK-CONVERT-READ.
           IF NOT CNV-AT-END
               AND WS-CNV-OLD-STATUS(1:1) NOT = "0"
               DISPLAY "Conversion: " WS-CNV-FILE " read failed, "
                   "status " WS-CNV-OLD-STATUS
               SET CNV-AT-END TO TRUE
               MOVE "N" TO WS-CNV-STEP-SW
               SET CNV-FAILED TO TRUE
               CLOSE CONVERT-WORK-FILE
           END-IF.

      * Between the passes: the work file goes back to the top for
      * reloading the live file, which has just been opened OUTPUT.
       START-CONVERT-RELOAD.
           CLOSE CONVERT-WORK-FILE.
           IF WS-CNV-NEW-STATUS NOT = "00"
               DISPLAY "Conversion: " WS-CNV-FILE
                   " cannot be recreated, status " WS-CNV-NEW-STATUS
               MOVE "N" TO WS-CNV-STEP-SW
               SET CNV-FAILED TO TRUE
           ELSE
               OPEN INPUT CONVERT-WORK-FILE
               MOVE "N" TO WS-CNV-EOF-SW
               READ CONVERT-WORK-FILE
                   AT END SET CNV-AT-END TO TRUE
               END-READ
           END-IF.

       FINISH-CONVERT-FILE.
           CLOSE CONVERT-WORK-FILE.
           ADD WS-CNV-WRITE-COUNT TO WS-CNV-TOTAL-COUNT.
           DISPLAY "Conversion: " WS-CNV-FILE " read="
               WS-CNV-READ-COUNT " written=" WS-CNV-WRITE-COUNT.
           IF WS-CNV-WRITE-COUNT NOT = WS-CNV-READ-COUNT
               DISPLAY "Conversion: " WS-CNV-FILE
                   " record counts do not agree"
               SET CNV-FAILED TO TRUE
           END-IF.

       CONVERT-EMPLOYEE-LAYOUT.
           MOVE "employee file" TO WS-CNV-FILE.
           OPEN INPUT OLD-EMPLOYEE-FILE.
           PERFORM CHECK-CONVERT-OPEN.
           IF CNV-STEP-OK
               READ OLD-EMPLOYEE-FILE
                   AT END SET CNV-AT-END TO TRUE
               END-READ
               PERFORM CHECK-CONVERT-READ
               PERFORM UNTIL CNV-AT-END
                   ADD 1 TO WS-CNV-READ-COUNT
                   MOVE OLD-EMPLOYEE-RECORD TO WS-CNV-EMP-OLD
                   MOVE WS-CNV-EMP-IMAGE    TO CONVERT-WORK-RECORD
                   WRITE CONVERT-WORK-RECORD
                   READ OLD-EMPLOYEE-FILE
                       AT END SET CNV-AT-END TO TRUE
                   END-READ
                   PERFORM CHECK-CONVERT-READ
               END-PERFORM
               CLOSE OLD-EMPLOYEE-FILE
           END-IF.
           IF CNV-STEP-OK
               OPEN OUTPUT EMPLOYEE-FILE
               MOVE WS-FILE-STATUS TO WS-CNV-NEW-STATUS
               PERFORM START-CONVERT-RELOAD
           END-IF.
           IF CNV-STEP-OK
               PERFORM UNTIL CNV-AT-END
                   MOVE CONVERT-WORK-RECORD TO EMPLOYEE-RECORD
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                           DISPLAY "Conversion: EMP-ID " EMP-ID
                               " not written, status " WS-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CNV-WRITE-COUNT
                   END-WRITE
                   READ CONVERT-WORK-FILE
                       AT END SET CNV-AT-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               PERFORM FINISH-CONVERT-FILE
           END-IF.

       CONVERT-HISTORY-LAYOUT.
           MOVE "emphist.dat" TO WS-CNV-FILE.
           OPEN INPUT OLD-HISTORY-FILE.
           PERFORM CHECK-CONVERT-OPEN.
           IF CNV-STEP-OK
               READ OLD-HISTORY-FILE
                   AT END SET CNV-AT-END TO TRUE
               END-READ
               PERFORM CHECK-CONVERT-READ
               PERFORM UNTIL CNV-AT-END
                   ADD 1 TO WS-CNV-READ-COUNT
                   MOVE OLD-HISTORY-RECORD TO WS-CNV-HIST-OLD
                   MOVE WS-CNV-HIST-IMAGE  TO CONVERT-WORK-RECORD
                   WRITE CONVERT-WORK-RECORD
                   READ OLD-HISTORY-FILE
                       AT END SET CNV-AT-END TO TRUE
                   END-READ
                   PERFORM CHECK-CONVERT-READ
               END-PERFORM
               CLOSE OLD-HISTORY-FILE
           END-IF.
           IF CNV-STEP-OK
               OPEN OUTPUT HISTORY-FILE
               MOVE WS-HIST-FILE-STATUS TO WS-CNV-NEW-STATUS
               PERFORM START-CONVERT-RELOAD
           END-IF.
           IF CNV-STEP-OK
               PERFORM UNTIL CNV-AT-END
                   MOVE CONVERT-WORK-RECORD TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "Conversion: history " HIST-KEY
                               " not written, status "
                               WS-HIST-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CNV-WRITE-COUNT
                   END-WRITE
                   READ CONVERT-WORK-FILE
                       AT END SET CNV-AT-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               PERFORM FINISH-CONVERT-FILE
           END-IF.

       CONVERT-YTD-LAYOUT.
           MOVE "ytdmast.dat" TO WS-CNV-FILE.
           OPEN INPUT OLD-YTD-MASTER-FILE.
           PERFORM CHECK-CONVERT-OPEN.
           IF CNV-STEP-OK
               READ OLD-YTD-MASTER-FILE
                   AT END SET CNV-AT-END TO TRUE
               END-READ
               PERFORM CHECK-CONVERT-READ
               PERFORM UNTIL CNV-AT-END
                   ADD 1 TO WS-CNV-READ-COUNT
                   MOVE OLD-YTD-MASTER-RECORD TO WS-CNV-YTD-OLD
                   MOVE WS-CNV-YTD-IMAGE      TO CONVERT-WORK-RECORD
                   WRITE CONVERT-WORK-RECORD
                   READ OLD-YTD-MASTER-FILE
                       AT END SET CNV-AT-END TO TRUE
                   END-READ
                   PERFORM CHECK-CONVERT-READ
               END-PERFORM
               CLOSE OLD-YTD-MASTER-FILE
           END-IF.
           IF CNV-STEP-OK
               OPEN OUTPUT YTD-MASTER-FILE
               MOVE WS-YTD-FILE-STATUS TO WS-CNV-NEW-STATUS
               PERFORM START-CONVERT-RELOAD
           END-IF.
           IF CNV-STEP-OK
               PERFORM UNTIL CNV-AT-END
                   MOVE CONVERT-WORK-RECORD TO YTD-MASTER-RECORD
                   WRITE YTD-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Conversion: YTD EMP-ID " YTD-EMP-ID
                               " not written, status "
                               WS-YTD-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CNV-WRITE-COUNT
                   END-WRITE
                   READ CONVERT-WORK-FILE
                       AT END SET CNV-AT-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE YTD-MASTER-FILE
               PERFORM FINISH-CONVERT-FILE
           END-IF.

      * Parked transactions keep their order; the old effective date
      * moves behind the new pay type and rate bytes.
       CONVERT-PENDING-LAYOUT.
           MOVE "pendtrans.dat" TO WS-CNV-FILE.
           OPEN INPUT OLD-PENDING-TRANS-FILE.
           PERFORM CHECK-CONVERT-OPEN.
           IF CNV-STEP-OK
               READ OLD-PENDING-TRANS-FILE
                   AT END SET CNV-AT-END TO TRUE
               END-READ
               PERFORM CHECK-CONVERT-READ
               PERFORM UNTIL CNV-AT-END
                   ADD 1 TO WS-CNV-READ-COUNT
                   MOVE OP-FRONT          TO WS-CNV-PEND-FRONT
                   MOVE OP-EFF-DATE       TO WS-CNV-PEND-EFF-DATE
                   MOVE WS-CNV-PEND-IMAGE TO CONVERT-WORK-RECORD
                   WRITE CONVERT-WORK-RECORD
                   READ OLD-PENDING-TRANS-FILE
                       AT END SET CNV-AT-END TO TRUE
                   END-READ
                   PERFORM CHECK-CONVERT-READ
               END-PERFORM
               CLOSE OLD-PENDING-TRANS-FILE
           END-IF.
           IF CNV-STEP-OK
               OPEN OUTPUT PENDING-TRANS-FILE
               MOVE WS-PEND-STATUS TO WS-CNV-NEW-STATUS
               PERFORM START-CONVERT-RELOAD
           END-IF.
           IF CNV-STEP-OK
               PERFORM UNTIL CNV-AT-END
                   MOVE CONVERT-WORK-RECORD TO PENDING-TRANS-RECORD
                   WRITE PENDING-TRANS-RECORD
                   IF WS-PEND-STATUS = "00"
                       ADD 1 TO WS-CNV-WRITE-COUNT
                   ELSE
                       DISPLAY "Conversion: pending transaction not "
                           "written, status " WS-PEND-STATUS
                   END-IF
                   READ CONVERT-WORK-FILE
                       AT END SET CNV-AT-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PENDING-TRANS-FILE
               PERFORM FINISH-CONVERT-FILE
           END-IF.

       VERIFY-RUN.
           OPEN OUTPUT VERIFY-REPORT.
           MOVE "verify.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "CROSS-FILE INTEGRITY VERIFY - RUN "
               DELIMITED BY SIZE
               END-READ
           END-PERFORM.
           OPEN OUTPUT LEAVE-REPORT.
           MOVE "leavebal.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           STRING "LEAVE BALANCE BY DEPARTMENT - PERIOD ENDING "
               DELIMITED BY SIZE
           PERFORM OPEN-LEAVE-BALANCE.
           IF LEAVE-BAL-OPEN
               OPEN OUTPUT CARRYOVER-REPORT
               MOVE "leavecf.rpt" TO WS-RG-NOTE-NAME
               PERFORM NOTE-REPORT-WRITTEN
               MOVE WS-LEAVE-CARRYOVER-CAP TO WS-EDIT-LEAVE-HOURS
               MOVE SPACES TO CARRYOVER-REPORT-LINE
               STRING "LEAVE CARRYOVER - RUN " DELIMITED BY SIZE
               MOVE WS-HRIN-BATCH-ID  TO TH-BATCH-ID
               WRITE TRANS-FILE-RECORD FROM TRANS-HEADER-RECORD
               OPEN OUTPUT HR-EDIT-REPORT
               MOVE "hredit.rpt" TO WS-RG-NOTE-NAME
               PERFORM NOTE-REPORT-WRITTEN
               MOVE SPACES TO HR-EDIT-LINE
               STRING "HR INBOUND FEED EDIT REPORT - BATCH "
                   DELIMITED BY SIZE
           MOVE SPACES TO WS-HRIN-DEPT.
           MOVE SPACES TO WS-HRIN-GRADE.
           MOVE SPACES TO WS-HRIN-EFF-X.
           MOVE SPACES TO WS-HRIN-POSITION-X.
           UNSTRING HR-INBOUND-RECORD DELIMITED BY "|"
               INTO WS-HRIN-F1
                    WS-HRIN-EMP-ID-X
                    WS-HRIN-DEPT
                    WS-HRIN-GRADE
                    WS-HRIN-EFF-X
                    WS-HRIN-POSITION-X
           END-UNSTRING.
           IF WS-HRIN-F1 = "TRL"
               SET HRIN-TRAILER-SEEN TO TRUE
           MOVE WS-HRIN-GRADE    TO TRANS-EMP-GRADE.
           MOVE SPACES           TO TRANS-BANK-ROUTING.
           MOVE SPACES           TO TRANS-BANK-ACCOUNT.
           MOVE SPACE            TO TRANS-PAY-TYPE.
           MOVE SPACES           TO TRANS-HOURLY-RATE.
           MOVE WS-HRIN-EFF-X    TO TRANS-EFF-DATE.
           MOVE "HRFEED"         TO TRANS-KEYED-BY.
           MOVE WS-HRIN-POSITION-X TO TRANS-POSITION-NO.
           WRITE TRANS-FILE-RECORD FROM TRANS-RECORD.

       WRITE-HR-EDIT-SUMMARY.
      * Command-line contract for this program (all positional,
      * all optional):
      *   arg 1 = EMP-ID for EMPLOYEE-INQUIRY (report flag "I") and
      *           for the as-of HISTORY-INQUIRY (flag "H"); first
      *           run date CCYYMMDD of the range for flag "1";
      *           year and quarter CCYYQ for flag "2"
      *   arg 2 = run date CCYYMMDD (defaults to today); doubles as
      *           the as-of date for flag "H" and the last run
      *           date of the range for flag "1"
      *   arg 3 = input employee file override (defaults to
      *           "employees.dat")
      *   arg 4 = report-selection flag: R/M/I/C/P as before, plus
      *           G (pay register), S (merit increases), H (as-of
      *           inquiry), B (budget vs actual and position
      *           control), V (grade compliance), O (interactive
      *           menu), X (HR export),
      *           Z (purge/archive reorg), Y (annual earnings
      *           statements from the YTD master), L (GL-to-payroll
      *           reconciliation), F (inbound HR feed edit), Q
      *           movement report), N (chained night batch with
      *           resume), U (cross-file integrity verify), W (leave
      *           accrual/usage and balance report), K (leave
      *           year-end carryover), E (retro pay for back-dated
      *           salary changes), D (off-cycle final pay for
      *           leavers), J (bank return reversal and reissue
      *           list), 1 (list kept report generations for run
      *           dates arg 1 to arg 2 and reprint one), 2
      *           (quarterly tax return from pay history for the
      *           quarter in arg 1, default the last quarter
      *           completed before the run date), 9 (one-off
      *           master layout conversion - see below), or A for
      *           the classic batch set (the default)
      *   arg 5 = generation file to reprint (flag "1")
      * Flag 9 is run once, against a backed-up copy of the data, the
      * first time this version meets files written by the previous
      * one. It rewrites the employee master (arg 3), emphist.dat,
      * ytdmast.dat and pendtrans.dat in the current record layouts:
      * every employee becomes salaried (EMP-PAY-TYPE "S") with zero
      * EMP-HOURLY-RATE and EMP-POSITION-NO, history rows get a blank
      * pay type and zero HIST-EMP-HOURLY-RATE and HIST-KEYED-DATE,
      * YTD rows zero YTD-OTHER-DEDUCTIONS, and parked transactions
      * keep their effective date with no keying user (a salary or
      * bank change among them is refused when released). Hourly
      * employees and positions are then set up by CHANGE
      * transactions. If the run ends FAILED, restore the backup and
      * run it again; once it has COMPLETED it is refused.
       PARSE-COMMAND-LINE-PARAMETERS.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-DATE FROM ARGUMENT-VALUE
       PRODUCE-PAYROLL-CALENDAR.
           PERFORM INITIALIZE-PAYROLL-CALENDAR.
           OPEN OUTPUT CALENDAR-REPORT.
           MOVE "calendar.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO CALENDAR-REPORT-RECORD.
           STRING "PAYROLL CALENDAR - " DELIMITED BY SIZE
               WS-CALENDAR-YEAR          DELIMITED BY SIZE

       PRODUCE-PAY-REGISTER.
           PERFORM SET-CURRENT-PAY-PERIOD.
           PERFORM EDIT-TIMESHEETS.
           PERFORM OPEN-DEDUCTION-MASTER.
           PERFORM OPEN-YTD-MASTER.
           PERFORM OPEN-PAY-HISTORY.
           OPEN OUTPUT PAY-REGISTER-FILE.
           OPEN OUTPUT PAY-REGISTER-REPORT.
           MOVE "payreg.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE "bankpay.dat" TO WS-BANK-FILE-NAME.
           OPEN OUTPUT BANK-PAYMENT-FILE.
           PERFORM WRITE-BANK-HEADER.
           SORT SORT-WORK-FILE
           PERFORM WRITE-BANK-TRAILER.
           CLOSE BANK-PAYMENT-FILE.
           PERFORM WRITE-BANK-EXCEPTION-PAGE.
           PERFORM WRITE-TIMESHEET-EXCEPTION-PAGE.
           PERFORM WRITE-DEDUCTION-REMITTANCE.
           CLOSE DEDUCTION-REPORT.
           IF DED-FILE-OPEN
               CLOSE DEDUCTION-FILE
               MOVE "N" TO WS-DED-OPEN-SW
           END-IF.
           CLOSE PAY-REGISTER-FILE.
           CLOSE PAY-REGISTER-REPORT.
           IF YTD-FILE-OPEN
               CLOSE YTD-MASTER-FILE
           END-IF.
           PERFORM CLOSE-PAY-HISTORY.
           DISPLAY "Pay register: employees paid=" WS-PAY-TOTAL-COUNT
               " period ending " WS-PERIOD-END-DATE
               " ytd-posted=" WS-YTD-POSTED-COUNT
               " ytd-dup-skipped=" WS-YTD-DUP-COUNT
               " history-rows=" WS-PH-WRITTEN-COUNT.
           DISPLAY "Bank payments: credits=" WS-BANK-PAY-COUNT
               " no-bank-details=" WS-BANK-EXC-COUNT.
           DISPLAY "Timesheets: accepted=" WS-TS-ACCEPT-COUNT
               " rejected=" WS-TS-REJECT-COUNT
               " hourly-no-timesheet=" WS-TS-NO-SHEET-COUNT
               " no-active-master=" WS-TS-NO-MASTER-COUNT
               " salaried-master=" WS-TS-SALARIED-COUNT.
           DISPLAY "Deductions: taken=" WS-DED-TAKEN-COUNT
               " short=" WS-DED-SHORT-COUNT
               " rerun-replayed=" WS-DED-REPLAY-COUNT
               " loaded=" WS-DED-LOAD-COUNT.

      * Load and edit this period's timesheets into WS-TS-TABLE. The
      * regular-hours ceiling for the period is fixed here too: 40
      * hours for each 7 days between period start and end inclusive.
       EDIT-TIMESHEETS.
           MOVE ZERO TO WS-TS-COUNT.
           MOVE ZERO TO WS-TS-READ-COUNT.
           MOVE ZERO TO WS-TS-ACCEPT-COUNT.
           MOVE ZERO TO WS-TS-REJECT-COUNT.
           MOVE ZERO TO WS-TS-EXC-COUNT.
           MOVE ZERO TO WS-TS-NO-SHEET-COUNT.
           MOVE ZERO TO WS-TS-NO-MASTER-COUNT.
           MOVE ZERO TO WS-TS-SALARIED-COUNT.
           MOVE "N" TO WS-TIMESHEET-EOF-SW.
           COMPUTE WS-TS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START-DATE) + 1.
           COMPUTE WS-TS-REG-CAP ROUNDED =
               WS-HOURS-PER-WEEK * WS-TS-PERIOD-DAYS / 7.
           OPEN OUTPUT TIMESHEET-EDIT-REPORT.
           MOVE "tsedit.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO TIMESHEET-EDIT-LINE.
           STRING "TIMESHEET EDIT REPORT - PERIOD ENDING "
               DELIMITED BY SIZE
               WS-PERIOD-END-DATE DELIMITED BY SIZE
               INTO TIMESHEET-EDIT-LINE
           END-STRING.
           WRITE TIMESHEET-EDIT-LINE.
           OPEN INPUT TIMESHEET-FILE.
           IF WS-TIMESHEET-STATUS NOT = "00"
               DISPLAY "Timesheet file not available, status "
                   WS-TIMESHEET-STATUS " - hourly staff not paid"
               SET TIMESHEET-AT-END TO TRUE
           ELSE
               READ TIMESHEET-FILE
                   AT END SET TIMESHEET-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL TIMESHEET-AT-END
               ADD 1 TO WS-TS-READ-COUNT
               PERFORM EDIT-ONE-TIMESHEET
               READ TIMESHEET-FILE
                   AT END SET TIMESHEET-AT-END TO TRUE
               END-READ
           END-PERFORM.
           IF WS-TIMESHEET-STATUS = "00" OR "10"
               CLOSE TIMESHEET-FILE
           END-IF.
           MOVE SPACES TO TIMESHEET-EDIT-LINE.
           STRING "READ: "        DELIMITED BY SIZE
               WS-TS-READ-COUNT   DELIMITED BY SIZE
               "  ACCEPTED: "     DELIMITED BY SIZE
               WS-TS-ACCEPT-COUNT DELIMITED BY SIZE
               "  REJECTED: "     DELIMITED BY SIZE
               WS-TS-REJECT-COUNT DELIMITED BY SIZE
               INTO TIMESHEET-EDIT-LINE
           END-STRING.
           WRITE TIMESHEET-EDIT-LINE.
           CLOSE TIMESHEET-EDIT-REPORT.

      * Field edits, first failure wins, same as the HR feed edit.
       EDIT-ONE-TIMESHEET.
           MOVE SPACES TO WS-TS-ERROR.
           IF TS-EMP-ID IS NOT NUMERIC
               MOVE "EMP-ID NOT 5 DIGITS" TO WS-TS-ERROR
           ELSE
               IF TS-PERIOD-END IS NOT NUMERIC
                   OR TS-PERIOD-END NOT = WS-PERIOD-END-DATE
                   MOVE "PERIOD END NOT THIS PERIOD" TO WS-TS-ERROR
               ELSE
                   IF TS-REGULAR-HOURS IS NOT NUMERIC
                       OR TS-OVERTIME-HOURS IS NOT NUMERIC
                       MOVE "HOURS NOT NUMERIC" TO WS-TS-ERROR
                   ELSE
                       IF TS-REGULAR-HOURS = ZERO
                           AND TS-OVERTIME-HOURS = ZERO
                           MOVE "NO HOURS REPORTED" TO WS-TS-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-TS-ERROR = SPACES
               MOVE TS-EMP-ID TO WS-TS-SEARCH-ID
               PERFORM FIND-TIMESHEET
               IF WS-TS-FOUND-IDX NOT = ZERO
                   MOVE "DUPLICATE TIMESHEET FOR EMP-ID"
                       TO WS-TS-ERROR
               ELSE
                   IF WS-TS-COUNT >= 500
                       MOVE "TIMESHEET TABLE FULL AT 500"
                           TO WS-TS-ERROR
                   END-IF
               END-IF
           END-IF.
           IF WS-TS-ERROR = SPACES
               ADD 1 TO WS-TS-COUNT
               MOVE TS-EMP-ID         TO WS-TS-EMP-ID(WS-TS-COUNT)
               MOVE TS-REGULAR-HOURS  TO WS-TS-REG-HOURS(WS-TS-COUNT)
               MOVE TS-OVERTIME-HOURS TO WS-TS-OT-HOURS(WS-TS-COUNT)
               MOVE "N" TO WS-TS-MATCHED-SW(WS-TS-COUNT)
               ADD 1 TO WS-TS-ACCEPT-COUNT
           ELSE
               ADD 1 TO WS-TS-REJECT-COUNT
               MOVE SPACES TO TIMESHEET-EDIT-LINE
               STRING "  REJECT EMP-ID " DELIMITED BY SIZE
                   TS-EMP-ID             DELIMITED BY SIZE
                   " PERIOD "            DELIMITED BY SIZE
                   TS-PERIOD-END         DELIMITED BY SIZE
                   " - "                 DELIMITED BY SIZE
                   WS-TS-ERROR           DELIMITED BY SIZE
                   INTO TIMESHEET-EDIT-LINE
               END-STRING
               WRITE TIMESHEET-EDIT-LINE
           END-IF.

       FIND-TIMESHEET.
           MOVE ZERO TO WS-TS-FOUND-IDX.
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT
               IF WS-TS-EMP-ID(WS-TS-IDX) = WS-TS-SEARCH-ID
                   MOVE WS-TS-IDX   TO WS-TS-FOUND-IDX
                   MOVE WS-TS-COUNT TO WS-TS-IDX
               END-IF
           END-PERFORM.

      * An hourly employee with no timesheet is held back from the
      * sort (not paid) and listed for the exception page.
       NOTE-HOURLY-NO-TIMESHEET.
           ADD 1 TO WS-TS-NO-SHEET-COUNT.
           IF WS-TS-EXC-COUNT >= 100
               DISPLAY "Timesheet exception table full - EMP-ID "
                   EMP-ID " not listed"
           ELSE
               ADD 1 TO WS-TS-EXC-COUNT
               MOVE EMP-ID         TO WS-TS-EXC-EMP-ID(WS-TS-EXC-COUNT)
               MOVE EMP-NAME       TO WS-TS-EXC-NAME(WS-TS-EXC-COUNT)
               MOVE EMP-DEPARTMENT TO WS-TS-EXC-DEPT(WS-TS-EXC-COUNT)
           END-IF.

       READ-EMPLOYEES-FOR-PAY.
           MOVE ZERO TO WS-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE "OPEN-INPUT" TO WS-CHECK-OPERATION.
           MOVE SPACES       TO WS-CHECK-KEY.
           PERFORM CHECK-EMPLOYEE-FILE-STATUS.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET WS-EOF TO 1
           END-READ.
           MOVE "READ" TO WS-CHECK-OPERATION.
           PERFORM CHECK-EMPLOYEE-FILE-STATUS.
           PERFORM UNTIL WS-EOF = 1
               MOVE EMP-STATUS TO WS-STATUS
               IF STATUS-ACTIVE
                   MOVE EMP-DEPARTMENT   TO SORT-EMP-DEPARTMENT
                   MOVE EMP-ID           TO SORT-EMP-ID
                   MOVE EMP-NAME         TO SORT-EMP-NAME
                   MOVE EMP-SALARY       TO SORT-EMP-SALARY
                   MOVE EMP-BANK-ROUTING TO SORT-BANK-ROUTING
                   MOVE EMP-BANK-ACCOUNT TO SORT-BANK-ACCOUNT
                   MOVE EMP-PAY-TYPE     TO SORT-PAY-TYPE
                   MOVE EMP-HOURLY-RATE  TO SORT-HOURLY-RATE
                   MOVE ZERO             TO SORT-REG-HOURS
                   MOVE ZERO             TO SORT-OT-HOURS
                   MOVE EMP-ID           TO WS-TS-SEARCH-ID
                   PERFORM FIND-TIMESHEET
      * Only an hourly master uses its timesheet. One found for a
      * salaried (or not yet coded) master is marked "S" so the
      * exception page shows the hours as unpaid.
                   IF EMP-PAY-HOURLY
                       IF WS-TS-FOUND-IDX = ZERO
                           PERFORM NOTE-HOURLY-NO-TIMESHEET
                       ELSE
                           MOVE "Y"
                               TO WS-TS-MATCHED-SW(WS-TS-FOUND-IDX)
                           MOVE WS-TS-REG-HOURS(WS-TS-FOUND-IDX)
                               TO SORT-REG-HOURS
                           MOVE WS-TS-OT-HOURS(WS-TS-FOUND-IDX)
                               TO SORT-OT-HOURS
                           RELEASE SORT-RECORD
                       END-IF
                   ELSE
                       IF WS-TS-FOUND-IDX NOT = ZERO
                           MOVE "S"
                               TO WS-TS-MATCHED-SW(WS-TS-FOUND-IDX)
                       END-IF
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END SET WS-EOF TO 1
               END-READ
               MOVE "READ"  TO WS-CHECK-OPERATION
               MOVE EMP-ID  TO WS-CHECK-KEY
               PERFORM CHECK-EMPLOYEE-FILE-STATUS
           END-PERFORM.
               MOVE "N" TO WS-FIRST-PAY-SW
               MOVE SORT-EMP-DEPARTMENT TO WS-PREV-PAY-DEPT
               PERFORM COMPUTE-EMPLOYEE-NET-PAY
               IF DED-FILE-OPEN
                   PERFORM TAKE-EMPLOYEE-DEDUCTIONS
               END-IF
               PERFORM WRITE-PAY-REGISTER-DETAIL
               IF YTD-FILE-OPEN
                   PERFORM POST-YTD-AMOUNTS
           END-IF.

       COMPUTE-EMPLOYEE-NET-PAY.
           MOVE ZERO TO WS-DED-EMP-TOTAL.
           MOVE ZERO TO WS-PAY-REG-HOURS.
           MOVE ZERO TO WS-PAY-OT-HOURS.
           IF SORT-PAY-HOURLY
               PERFORM COMPUTE-HOURLY-GROSS
           ELSE
               COMPUTE WS-GROSS-PAY ROUNDED =
                   SORT-EMP-SALARY / WS-PERIODS-PER-YEAR
           END-IF.
           PERFORM COMPUTE-WITHHOLDING.
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX-AMOUNT - WS-RETIREMENT-AMOUNT
               - WS-INSURANCE-PER-PERIOD.
           IF WS-NET-PAY < ZERO
               MOVE ZERO TO WS-NET-PAY
           END-IF.

      * Tax and retirement on WS-GROSS-PAY for one period; shared by
      * the register and the retro recalculation.
       COMPUTE-WITHHOLDING.
           EVALUATE TRUE
               WHEN WS-GROSS-PAY <= WS-TAX-BRACKET-1-LIMIT
                   MOVE WS-TAX-BRACKET-1-PCT TO WS-TAX-PCT
               WS-GROSS-PAY * WS-TAX-PCT / 100.
           COMPUTE WS-RETIREMENT-AMOUNT ROUNDED =
               WS-GROSS-PAY * WS-RETIREMENT-PCT / 100.

      * Regular hours over the period ceiling are overtime whatever
      * the timesheet called them; overtime pays time-and-a-half.
       COMPUTE-HOURLY-GROSS.
           MOVE SORT-REG-HOURS TO WS-PAY-REG-HOURS.
           MOVE SORT-OT-HOURS  TO WS-PAY-OT-HOURS.
           IF WS-PAY-REG-HOURS > WS-TS-REG-CAP
               COMPUTE WS-PAY-OT-HOURS =
                   WS-PAY-OT-HOURS + WS-PAY-REG-HOURS - WS-TS-REG-CAP
               MOVE WS-TS-REG-CAP TO WS-PAY-REG-HOURS
           END-IF.
           COMPUTE WS-GROSS-PAY ROUNDED =
               SORT-HOURLY-RATE * WS-PAY-REG-HOURS
               + SORT-HOURLY-RATE * WS-OVERTIME-FACTOR
                 * WS-PAY-OT-HOURS.

       WRITE-PAY-REGISTER-HEADINGS.
           MOVE SPACES TO PAY-REGISTER-LINE.
           MOVE WS-RETIREMENT-AMOUNT   TO PR-RETIREMENT-AMOUNT.
           MOVE WS-INSURANCE-PER-PERIOD TO PR-INSURANCE-AMOUNT.
           MOVE WS-NET-PAY             TO PR-NET-PAY.
           MOVE SORT-PAY-TYPE          TO PR-PAY-TYPE.
           MOVE WS-PAY-REG-HOURS       TO PR-REGULAR-HOURS.
           MOVE WS-PAY-OT-HOURS        TO PR-OVERTIME-HOURS.
           MOVE WS-DED-EMP-TOTAL       TO PR-DEDUCTION-AMOUNT.
           WRITE PAY-REGISTER-RECORD.
           MOVE WS-GROSS-PAY TO WS-EDIT-GROSS.
           MOVE WS-TAX-AMOUNT TO WS-EDIT-TAX.
               INTO PAY-REGISTER-LINE
           END-STRING.
           WRITE PAY-REGISTER-LINE.
           IF SORT-PAY-HOURLY
               MOVE SPACES TO PAY-REGISTER-LINE
               MOVE WS-PAY-REG-HOURS TO WS-EDIT-HOURS
               STRING "    HOURLY  REG HRS " DELIMITED BY SIZE
                   WS-EDIT-HOURS            DELIMITED BY SIZE
                   INTO PAY-REGISTER-LINE
               END-STRING
               MOVE WS-PAY-OT-HOURS TO WS-EDIT-HOURS
               MOVE "  OT HRS " TO PAY-REGISTER-LINE(28:9)
               MOVE WS-EDIT-HOURS TO PAY-REGISTER-LINE(37:7)
               WRITE PAY-REGISTER-LINE
           END-IF.

       WRITE-PAY-DEPT-SUBTOTAL.
           MOVE WS-PAY-DEPT-GROSS TO WS-EDIT-SALARY.
               WRITE PAY-REGISTER-LINE
           END-IF.

      * A timesheet still unmatched after the master pass belongs to
      * no active employee (unknown, deleted or inactive EMP-ID).
       WRITE-TIMESHEET-EXCEPTION-PAGE.
           MOVE ZERO TO WS-TS-NO-MASTER-COUNT.
           MOVE ZERO TO WS-TS-SALARIED-COUNT.
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT
               IF WS-TS-MATCHED-SW(WS-TS-IDX) = "N"
                   ADD 1 TO WS-TS-NO-MASTER-COUNT
               END-IF
               IF WS-TS-MATCHED-SW(WS-TS-IDX) = "S"
                   ADD 1 TO WS-TS-SALARIED-COUNT
               END-IF
           END-PERFORM.
           IF WS-TS-NO-SHEET-COUNT = ZERO
               AND WS-TS-NO-MASTER-COUNT = ZERO
               AND WS-TS-SALARIED-COUNT = ZERO
               CONTINUE
           ELSE
               MOVE SPACES TO PAY-REGISTER-LINE
               STRING "TIMESHEET EXCEPTIONS - NOT PAID"
                   DELIMITED BY SIZE
                   INTO PAY-REGISTER-LINE
               END-STRING
               WRITE PAY-REGISTER-LINE
               PERFORM VARYING WS-TS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-TS-EXC-IDX > WS-TS-EXC-COUNT
                   MOVE SPACES TO PAY-REGISTER-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-TS-EXC-EMP-ID(WS-TS-EXC-IDX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-TS-EXC-NAME(WS-TS-EXC-IDX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-TS-EXC-DEPT(WS-TS-EXC-IDX)
                           DELIMITED BY SIZE
                       " NO TIMESHEET" DELIMITED BY SIZE
                       INTO PAY-REGISTER-LINE
                   END-STRING
                   WRITE PAY-REGISTER-LINE
               END-PERFORM
               PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TS-COUNT
                   IF WS-TS-MATCHED-SW(WS-TS-IDX) NOT = "Y"
                       MOVE WS-TS-REG-HOURS(WS-TS-IDX)
                           TO WS-EDIT-HOURS
                       MOVE SPACES TO PAY-REGISTER-LINE
                       IF WS-TS-MATCHED-SW(WS-TS-IDX) = "S"
                           STRING "  " DELIMITED BY SIZE
                               WS-TS-EMP-ID(WS-TS-IDX)
                                   DELIMITED BY SIZE
                               " TIMESHEET REG HRS " DELIMITED BY SIZE
                               WS-EDIT-HOURS DELIMITED BY SIZE
                               " - TIMESHEET FOR SALARIED EMPLOYEE"
                                   DELIMITED BY SIZE
                               " - NOT PAID" DELIMITED BY SIZE
                               INTO PAY-REGISTER-LINE
                           END-STRING
                       ELSE
                           STRING "  " DELIMITED BY SIZE
                               WS-TS-EMP-ID(WS-TS-IDX)
                                   DELIMITED BY SIZE
                               " TIMESHEET REG HRS " DELIMITED BY SIZE
                               WS-EDIT-HOURS DELIMITED BY SIZE
                               " - NO ACTIVE EMPLOYEE ON MASTER"
                                   DELIMITED BY SIZE
                               INTO PAY-REGISTER-LINE
                           END-STRING
                       END-IF
                       WRITE PAY-REGISTER-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO PAY-REGISTER-LINE
               STRING "  HOURLY WITH NO TIMESHEET: " DELIMITED BY SIZE
                   WS-TS-NO-SHEET-COUNT DELIMITED BY SIZE
                   "  TIMESHEETS WITH NO MASTER: " DELIMITED BY SIZE
                   WS-TS-NO-MASTER-COUNT DELIMITED BY SIZE
                   INTO PAY-REGISTER-LINE
               END-STRING
               WRITE PAY-REGISTER-LINE
               MOVE SPACES TO PAY-REGISTER-LINE
               STRING "  TIMESHEETS FOR SALARIED MASTERS: "
                   DELIMITED BY SIZE
                   WS-TS-SALARIED-COUNT DELIMITED BY SIZE
                   INTO PAY-REGISTER-LINE
               END-STRING
               WRITE PAY-REGISTER-LINE
           END-IF.

      * Open the deduction master (created on first use), apply
      * dedload.dat to it, and start the deduction register.
       OPEN-DEDUCTION-MASTER.
           MOVE "N" TO WS-DED-OPEN-SW.
           MOVE ZERO TO WS-DED-CODE-COUNT.
           MOVE ZERO TO WS-DED-GRAND-TOTAL.
           OPEN I-O DEDUCTION-FILE.
           IF WS-DED-FILE-STATUS = "35"
               OPEN OUTPUT DEDUCTION-FILE
               CLOSE DEDUCTION-FILE
               OPEN I-O DEDUCTION-FILE
           END-IF.
           IF WS-DED-FILE-STATUS = "00"
               SET DED-FILE-OPEN TO TRUE
               PERFORM LOAD-DEDUCTION-MASTER
           ELSE
               DISPLAY "Deduction master not available, status "
                   WS-DED-FILE-STATUS " - no deductions taken"
           END-IF.
           OPEN OUTPUT DEDUCTION-REPORT.
           MOVE "dedreg.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO DEDUCTION-REPORT-LINE.
           STRING "DEDUCTION REGISTER - PERIOD ENDING "
               DELIMITED BY SIZE
               WS-PERIOD-END-DATE DELIMITED BY SIZE
               INTO DEDUCTION-REPORT-LINE
           END-STRING.
           WRITE DEDUCTION-REPORT-LINE.
           MOVE SPACES TO DEDUCTION-REPORT-LINE.
           STRING "  EMP-ID CODE PRI    AMOUNT" DELIMITED BY SIZE
               "     GOAL BALANCE NOTE" DELIMITED BY SIZE
               INTO DEDUCTION-REPORT-LINE
           END-STRING.
           WRITE DEDUCTION-REPORT-LINE.

       LOAD-DEDUCTION-MASTER.
           MOVE "N" TO WS-DED-LOAD-EOF-SW.
           MOVE ZERO TO WS-DED-LOAD-COUNT.
           OPEN INPUT DEDUCTION-LOAD-FILE.
           IF WS-DED-LOAD-STATUS NOT = "00"
               DISPLAY "Deduction load file not available, status "
                   WS-DED-LOAD-STATUS " - master used as-is"
               SET DED-LOAD-AT-END TO TRUE
           ELSE
               READ DEDUCTION-LOAD-FILE
                   AT END SET DED-LOAD-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL DED-LOAD-AT-END
               IF DDL-EMP-ID IS NOT NUMERIC
                   OR DDL-CODE = SPACES
                   OR (DDL-METHOD NOT = "F" AND DDL-METHOD NOT = "P")
                   DISPLAY "Deduction load: record for EMP-ID "
                       DDL-EMP-ID " code " DDL-CODE
                       " rejected - bad key or method"
               ELSE
                   MOVE DDL-EMP-ID TO DED-EMP-ID
                   MOVE DDL-CODE   TO DED-CODE
                   READ DEDUCTION-FILE
                       KEY IS DED-KEY
                       INVALID KEY
                           INITIALIZE DEDUCTION-RECORD
                           MOVE DDL-EMP-ID TO DED-EMP-ID
                           MOVE DDL-CODE   TO DED-CODE
                           PERFORM MOVE-DEDUCTION-LOAD-FIELDS
                           WRITE DEDUCTION-RECORD
                       NOT INVALID KEY
                           PERFORM MOVE-DEDUCTION-LOAD-FIELDS
                           REWRITE DEDUCTION-RECORD
                   END-READ
                   ADD 1 TO WS-DED-LOAD-COUNT
               END-IF
               READ DEDUCTION-LOAD-FILE
                   AT END SET DED-LOAD-AT-END TO TRUE
               END-READ
           END-PERFORM.
           IF WS-DED-LOAD-STATUS = "00" OR "10"
               CLOSE DEDUCTION-LOAD-FILE
           END-IF.

       MOVE-DEDUCTION-LOAD-FIELDS.
           MOVE DDL-PRIORITY     TO DED-PRIORITY.
           MOVE DDL-METHOD       TO DED-METHOD.
           MOVE DDL-AMOUNT       TO DED-AMOUNT.
           MOVE DDL-PERCENT      TO DED-PERCENT.
           MOVE DDL-START-DATE   TO DED-START-DATE.
           MOVE DDL-STOP-DATE    TO DED-STOP-DATE.
           MOVE DDL-GOAL-BALANCE TO DED-GOAL-BALANCE.
           MOVE DDL-GARNISH-SW   TO DED-GARNISH-SW.

      * Gather this employee's deductions that apply to the period,
      * order them by priority (code breaks ties), and take each in
      * turn out of WS-NET-PAY.
       TAKE-EMPLOYEE-DEDUCTIONS.
           MOVE ZERO TO WS-DED-EMP-COUNT.
           MOVE "N" TO WS-DED-EOF-SW.
           MOVE SORT-EMP-ID TO DED-EMP-ID.
           MOVE LOW-VALUES  TO DED-CODE.
           START DEDUCTION-FILE KEY IS NOT LESS THAN DED-KEY
               INVALID KEY SET DED-AT-END TO TRUE
           END-START.
           IF NOT DED-AT-END
               READ DEDUCTION-FILE NEXT RECORD
                   AT END SET DED-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL DED-AT-END
               IF DED-EMP-ID NOT = SORT-EMP-ID
                   SET DED-AT-END TO TRUE
               ELSE
                   PERFORM SELECT-EMPLOYEE-DEDUCTION
                   READ DEDUCTION-FILE NEXT RECORD
                       AT END SET DED-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX >= WS-DED-EMP-COUNT
               PERFORM VARYING WS-DED-IDX2 FROM 1 BY 1
                   UNTIL WS-DED-IDX2 >= WS-DED-EMP-COUNT
                   IF WS-DED-EMP-ENTRY(WS-DED-IDX2) >
                       WS-DED-EMP-ENTRY(WS-DED-IDX2 + 1)
                       MOVE WS-DED-EMP-ENTRY(WS-DED-IDX2)
                           TO WS-DED-EMP-SWAP
                       MOVE WS-DED-EMP-ENTRY(WS-DED-IDX2 + 1)
                           TO WS-DED-EMP-ENTRY(WS-DED-IDX2)
                       MOVE WS-DED-EMP-SWAP
                           TO WS-DED-EMP-ENTRY(WS-DED-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-EMP-COUNT
               MOVE SORT-EMP-ID TO DED-EMP-ID
               MOVE WS-DED-EMP-CODE(WS-DED-IDX) TO DED-CODE
               READ DEDUCTION-FILE
                   KEY IS DED-KEY
                   INVALID KEY
                       DISPLAY "Deduction " DED-KEY
                           " vanished from master - not taken"
                   NOT INVALID KEY
                       PERFORM TAKE-ONE-DEDUCTION
               END-READ
           END-PERFORM.

      * A deduction already taken for exactly this period is a rerun
      * and is replayed. Otherwise it must overlap the period and,
      * for a loan, still have a balance to repay. A period older
      * than the last one taken is never taken again.
       SELECT-EMPLOYEE-DEDUCTION.
           IF WS-PERIOD-END-DATE = DED-LAST-PERIOD-END
               OR (WS-PERIOD-END-DATE > DED-LAST-PERIOD-END
                   AND DED-START-DATE <= WS-PERIOD-END-DATE
                   AND (DED-STOP-DATE = ZERO
                        OR DED-STOP-DATE >= WS-PERIOD-START-DATE)
                   AND (DED-GOAL-BALANCE = ZERO
                        OR DED-TAKEN-TO-DATE < DED-GOAL-BALANCE))
               IF WS-DED-EMP-COUNT >= 20
                   DISPLAY "Deduction table full for EMP-ID "
                       SORT-EMP-ID " - code " DED-CODE " not taken"
               ELSE
                   ADD 1 TO WS-DED-EMP-COUNT
                   MOVE DED-PRIORITY
                       TO WS-DED-EMP-PRIORITY(WS-DED-EMP-COUNT)
                   MOVE DED-CODE
                       TO WS-DED-EMP-CODE(WS-DED-EMP-COUNT)
               END-IF
           END-IF.

       TAKE-ONE-DEDUCTION.
           MOVE SPACES TO WS-DED-NOTE.
           IF WS-PERIOD-END-DATE = DED-LAST-PERIOD-END
               MOVE DED-LAST-AMOUNT TO WS-DED-TAKE
               IF WS-DED-TAKE > WS-NET-PAY
                   MOVE WS-NET-PAY TO WS-DED-TAKE
               END-IF
               MOVE "RERUN - REPLAYED" TO WS-DED-NOTE
               ADD 1 TO WS-DED-REPLAY-COUNT
           ELSE
               IF DED-PCT-OF-GROSS
                   COMPUTE WS-DED-TAKE ROUNDED =
                       WS-GROSS-PAY * DED-PERCENT / 100
               ELSE
                   MOVE DED-AMOUNT TO WS-DED-TAKE
               END-IF
               IF DED-GOAL-BALANCE > ZERO
                   COMPUTE WS-DED-REMAINING =
                       DED-GOAL-BALANCE - DED-TAKEN-TO-DATE
                   IF WS-DED-TAKE >= WS-DED-REMAINING
                       MOVE WS-DED-REMAINING TO WS-DED-TAKE
                       MOVE "FINAL INSTALMENT" TO WS-DED-NOTE
                   END-IF
               END-IF
               IF DED-GARNISHMENT
                   COMPUTE WS-DED-AVAILABLE =
                       WS-NET-PAY - WS-GARNISH-PROTECTED-NET
               ELSE
                   MOVE WS-NET-PAY TO WS-DED-AVAILABLE
               END-IF
               IF WS-DED-AVAILABLE < ZERO
                   MOVE ZERO TO WS-DED-AVAILABLE
               END-IF
               IF WS-DED-TAKE > WS-DED-AVAILABLE
                   MOVE WS-DED-AVAILABLE TO WS-DED-TAKE
                   IF DED-GARNISHMENT
                       MOVE "SHORT-PROTECTED" TO WS-DED-NOTE
                   ELSE
                       MOVE "SHORT-NO NET PAY" TO WS-DED-NOTE
                   END-IF
                   ADD 1 TO WS-DED-SHORT-COUNT
               END-IF
               ADD WS-DED-TAKE         TO DED-TAKEN-TO-DATE
               MOVE WS-PERIOD-END-DATE TO DED-LAST-PERIOD-END
               MOVE WS-DED-TAKE        TO DED-LAST-AMOUNT
               REWRITE DEDUCTION-RECORD
                   INVALID KEY
                       DISPLAY "Deduction " DED-KEY
                           " not updated, status " WS-DED-FILE-STATUS
               END-REWRITE
           END-IF.
           SUBTRACT WS-DED-TAKE FROM WS-NET-PAY.
           ADD WS-DED-TAKE TO WS-DED-EMP-TOTAL.
           ADD 1 TO WS-DED-TAKEN-COUNT.
           PERFORM WRITE-DEDUCTION-DETAIL.
           PERFORM ADD-DEDUCTION-TO-CODE-TOTAL.

       WRITE-DEDUCTION-DETAIL.
           MOVE WS-DED-TAKE TO WS-EDIT-DED-AMOUNT.
           MOVE SPACES TO DEDUCTION-REPORT-LINE.
           STRING "  "       DELIMITED BY SIZE
               DED-EMP-ID     DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               DED-CODE       DELIMITED BY SIZE
               "  "           DELIMITED BY SIZE
               DED-PRIORITY   DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               WS-EDIT-DED-AMOUNT DELIMITED BY SIZE
               INTO DEDUCTION-REPORT-LINE
           END-STRING.
           IF DED-GOAL-BALANCE > ZERO
               COMPUTE WS-DED-REMAINING =
                   DED-GOAL-BALANCE - DED-TAKEN-TO-DATE
               MOVE WS-DED-REMAINING TO WS-EDIT-DED-BALANCE
               MOVE WS-EDIT-DED-BALANCE TO DEDUCTION-REPORT-LINE(33:12)
           END-IF.
           MOVE WS-DED-NOTE TO DEDUCTION-REPORT-LINE(46:16).
           WRITE DEDUCTION-REPORT-LINE.

       ADD-DEDUCTION-TO-CODE-TOTAL.
           MOVE ZERO TO WS-DED-CODE-FOUND-IDX.
           PERFORM VARYING WS-DED-CODE-IDX FROM 1 BY 1
               UNTIL WS-DED-CODE-IDX > WS-DED-CODE-COUNT
               IF WS-DED-CODE-NAME(WS-DED-CODE-IDX) = DED-CODE
                   MOVE WS-DED-CODE-IDX   TO WS-DED-CODE-FOUND-IDX
                   MOVE WS-DED-CODE-COUNT TO WS-DED-CODE-IDX
               END-IF
           END-PERFORM.
           IF WS-DED-CODE-FOUND-IDX = ZERO
               IF WS-DED-CODE-COUNT >= 50
                   DISPLAY "Deduction code table full - code "
                       DED-CODE " left out of remittance totals"
               ELSE
                   ADD 1 TO WS-DED-CODE-COUNT
                   MOVE WS-DED-CODE-COUNT TO WS-DED-CODE-FOUND-IDX
                   MOVE DED-CODE
                       TO WS-DED-CODE-NAME(WS-DED-CODE-FOUND-IDX)
                   MOVE ZERO
                       TO WS-DED-CODE-EMPS(WS-DED-CODE-FOUND-IDX)
                   MOVE ZERO
                       TO WS-DED-CODE-TOTAL(WS-DED-CODE-FOUND-IDX)
               END-IF
           END-IF.
           IF WS-DED-CODE-FOUND-IDX NOT = ZERO
               ADD 1 TO WS-DED-CODE-EMPS(WS-DED-CODE-FOUND-IDX)
               ADD WS-DED-TAKE
                   TO WS-DED-CODE-TOTAL(WS-DED-CODE-FOUND-IDX)
           END-IF.
           ADD WS-DED-TAKE TO WS-DED-GRAND-TOTAL.

      * Remittance page: what is owed to each deduction payee (benefit
      * carrier, court, credit union) for this period.
       WRITE-DEDUCTION-REMITTANCE.
           MOVE SPACES TO DEDUCTION-REPORT-LINE.
           STRING "REMITTANCE TOTALS BY DEDUCTION CODE"
               DELIMITED BY SIZE
               INTO DEDUCTION-REPORT-LINE
           END-STRING.
           WRITE DEDUCTION-REPORT-LINE.
           PERFORM VARYING WS-DED-CODE-IDX FROM 1 BY 1
               UNTIL WS-DED-CODE-IDX > WS-DED-CODE-COUNT
               MOVE WS-DED-CODE-EMPS(WS-DED-CODE-IDX) TO WS-EDIT-COUNT
               MOVE WS-DED-CODE-TOTAL(WS-DED-CODE-IDX)
                   TO WS-EDIT-SALARY
               MOVE SPACES TO DEDUCTION-REPORT-LINE
               STRING "  CODE " DELIMITED BY SIZE
                   WS-DED-CODE-NAME(WS-DED-CODE-IDX) DELIMITED BY SIZE
                   "  EMPLOYEES " DELIMITED BY SIZE
                   WS-EDIT-COUNT  DELIMITED BY SIZE
                   "  REMIT "     DELIMITED BY SIZE
                   WS-EDIT-SALARY DELIMITED BY SIZE
                   INTO DEDUCTION-REPORT-LINE
               END-STRING
               WRITE DEDUCTION-REPORT-LINE
           END-PERFORM.
           MOVE WS-DED-GRAND-TOTAL TO WS-EDIT-SALARY.
           MOVE SPACES TO DEDUCTION-REPORT-LINE.
           STRING "  TOTAL ALL CODES" DELIMITED BY SIZE
               "                 REMIT " DELIMITED BY SIZE
               WS-EDIT-SALARY DELIMITED BY SIZE
               INTO DEDUCTION-REPORT-LINE
           END-STRING.
           WRITE DEDUCTION-REPORT-LINE.
           MOVE SPACES TO DEDUCTION-REPORT-LINE.
           STRING "  TAKEN: "       DELIMITED BY SIZE
               WS-DED-TAKEN-COUNT   DELIMITED BY SIZE
               "  SHORT-TAKEN: "    DELIMITED BY SIZE
               WS-DED-SHORT-COUNT   DELIMITED BY SIZE
               "  RERUN REPLAYED: " DELIMITED BY SIZE
               WS-DED-REPLAY-COUNT  DELIMITED BY SIZE
               INTO DEDUCTION-REPORT-LINE
           END-STRING.
           WRITE DEDUCTION-REPORT-LINE.

       OPEN-YTD-MASTER.
           MOVE "N" TO WS-YTD-OPEN-SW.
           OPEN I-O YTD-MASTER-FILE.
                   PERFORM ADD-PERIOD-TO-YTD
                   WRITE YTD-MASTER-RECORD
                   ADD 1 TO WS-YTD-POSTED-COUNT
                   PERFORM RECORD-REGISTER-HISTORY
               NOT INVALID KEY
                   IF WS-PERIOD-END-DATE <= YTD-LAST-PERIOD-END
                       ADD 1 TO WS-YTD-DUP-COUNT
                   ELSE
                       IF YTD-YEAR NOT = WS-YTD-PERIOD-YEAR
                           PERFORM ROLL-YTD-BUCKETS
                       END-IF
                       PERFORM ADD-PERIOD-TO-YTD
                       REWRITE YTD-MASTER-RECORD
                       ADD 1 TO WS-YTD-POSTED-COUNT
                       PERFORM RECORD-REGISTER-HISTORY
                   END-IF
           END-READ.

       ROLL-YTD-BUCKETS.
           MOVE WS-YTD-PERIOD-YEAR TO YTD-YEAR.
           MOVE ZERO TO YTD-GROSS-PAY.
           MOVE ZERO TO YTD-TAX-AMOUNT.
           MOVE ZERO TO YTD-RETIREMENT-AMOUNT.
           MOVE ZERO TO YTD-INSURANCE-AMOUNT.
           MOVE ZERO TO YTD-NET-PAY.
           MOVE ZERO TO YTD-OTHER-DEDUCTIONS.

       ADD-PERIOD-TO-YTD.
           MOVE WS-PERIOD-END-DATE TO YTD-LAST-PERIOD-END.
           ADD WS-GROSS-PAY             TO YTD-GROSS-PAY.
           ADD WS-RETIREMENT-AMOUNT     TO YTD-RETIREMENT-AMOUNT.
           ADD WS-INSURANCE-PER-PERIOD  TO YTD-INSURANCE-AMOUNT.
           ADD WS-NET-PAY               TO YTD-NET-PAY.
           ADD WS-DED-EMP-TOTAL         TO YTD-OTHER-DEDUCTIONS.

       OPEN-PAY-HISTORY.
           MOVE "N" TO WS-PH-OPEN-SW.
           MOVE ZERO TO WS-PH-WRITTEN-COUNT.
           OPEN I-O PAY-HISTORY-FILE.
           IF WS-PH-FILE-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.
           IF WS-PH-FILE-STATUS = "00"
               SET PH-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Pay history file not available, status "
                   WS-PH-FILE-STATUS " - period amounts not kept"
           END-IF.

       CLOSE-PAY-HISTORY.
           IF PH-FILE-OPEN
               CLOSE PAY-HISTORY-FILE
               MOVE "N" TO WS-PH-OPEN-SW
           END-IF.

       RECORD-REGISTER-HISTORY.
           IF PH-FILE-OPEN
               MOVE SORT-EMP-ID             TO WS-PH-EMP-ID
               MOVE "G"                     TO WS-PH-SOURCE
               MOVE SORT-EMP-DEPARTMENT     TO WS-PH-DEPARTMENT
               MOVE SORT-PAY-TYPE           TO WS-PH-PAY-TYPE
               MOVE WS-GROSS-PAY            TO WS-PH-GROSS
               MOVE WS-TAX-AMOUNT           TO WS-PH-TAX
               MOVE WS-RETIREMENT-AMOUNT    TO WS-PH-RETIRE
               MOVE WS-INSURANCE-PER-PERIOD TO WS-PH-INSURE
               MOVE WS-NET-PAY              TO WS-PH-NET
               MOVE WS-DED-EMP-TOTAL        TO WS-PH-DEDUCT
               PERFORM APPEND-PAY-HISTORY
           END-IF.

       RECORD-RETRO-HISTORY.
           IF PH-FILE-OPEN
               MOVE WS-RETRO-EMP-ID     TO WS-PH-EMP-ID
               MOVE "E"                 TO WS-PH-SOURCE
               MOVE EMP-DEPARTMENT      TO WS-PH-DEPARTMENT
               MOVE EMP-PAY-TYPE        TO WS-PH-PAY-TYPE
               MOVE WS-RETRO-EMP-GROSS  TO WS-PH-GROSS
               MOVE WS-RETRO-EMP-TAX    TO WS-PH-TAX
               MOVE WS-RETRO-EMP-RETIRE TO WS-PH-RETIRE
               MOVE ZERO                TO WS-PH-INSURE
               MOVE WS-RETRO-EMP-NET    TO WS-PH-NET
               MOVE ZERO                TO WS-PH-DEDUCT
               PERFORM APPEND-PAY-HISTORY
           END-IF.

       RECORD-FINAL-PAY-HISTORY.
           IF PH-FILE-OPEN
               MOVE EMP-ID               TO WS-PH-EMP-ID
               MOVE "D"                  TO WS-PH-SOURCE
               MOVE EMP-DEPARTMENT       TO WS-PH-DEPARTMENT
               MOVE EMP-PAY-TYPE         TO WS-PH-PAY-TYPE
               MOVE WS-GROSS-PAY         TO WS-PH-GROSS
               MOVE WS-TAX-AMOUNT        TO WS-PH-TAX
               MOVE WS-RETIREMENT-AMOUNT TO WS-PH-RETIRE
               MOVE WS-FP-INSURANCE      TO WS-PH-INSURE
               MOVE WS-NET-PAY           TO WS-PH-NET
               MOVE ZERO                 TO WS-PH-DEDUCT
               PERFORM APPEND-PAY-HISTORY
           END-IF.

      * A second payment under the same period end, employee and run
      * (a later retro run paid with the same period) adds to the row
      * already there, as it adds to the YTD master.
       APPEND-PAY-HISTORY.
           MOVE WS-PERIOD-END-DATE TO PH-PERIOD-END.
           MOVE WS-PH-EMP-ID       TO PH-EMP-ID.
           MOVE WS-PH-SOURCE       TO PH-SOURCE.
           READ PAY-HISTORY-FILE
               KEY IS PH-KEY
               INVALID KEY
                   INITIALIZE PAY-HISTORY-RECORD
                   MOVE WS-PERIOD-END-DATE TO PH-PERIOD-END
                   MOVE WS-PH-EMP-ID       TO PH-EMP-ID
                   MOVE WS-PH-SOURCE       TO PH-SOURCE
                   PERFORM ADD-PAY-HISTORY-AMOUNTS
                   WRITE PAY-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "Pay history write failed for "
                               "EMP-ID " WS-PH-EMP-ID " status "
                               WS-PH-FILE-STATUS
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ADD-PAY-HISTORY-AMOUNTS
                   REWRITE PAY-HISTORY-RECORD
           END-READ.
           ADD 1 TO WS-PH-WRITTEN-COUNT.

       ADD-PAY-HISTORY-AMOUNTS.
           MOVE WS-RUN-DATE      TO PH-RUN-DATE.
           MOVE WS-PH-DEPARTMENT TO PH-DEPARTMENT.
           MOVE WS-PH-PAY-TYPE   TO PH-PAY-TYPE.
           ADD WS-PH-GROSS       TO PH-GROSS-PAY.
           ADD WS-PH-TAX         TO PH-TAX-AMOUNT.
           ADD WS-PH-RETIRE      TO PH-RETIREMENT-AMOUNT.
           ADD WS-PH-INSURE      TO PH-INSURANCE-AMOUNT.
           ADD WS-PH-NET         TO PH-NET-PAY.
           ADD WS-PH-DEDUCT      TO PH-DEDUCTION-AMOUNT.

      * E run: see the retro pay block in WORKING-STORAGE. History is
      * read in key order, so each employee's images arrive together
      * and in effective-date order; LOAD-RETRO-IMAGES tables one
      * employee's images and leaves the next employee's first image
      * in the record area.
       RETRO-PAY-RUN.
           PERFORM SET-CURRENT-PAY-PERIOD.
           PERFORM LOAD-GL-ACCOUNT-TABLE.
           PERFORM FIND-LAST-RETRO-RUN.
           MOVE "N" TO WS-HIST-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "History file not available, status "
                   WS-HIST-FILE-STATUS " - retro run skipped"
           ELSE
               PERFORM OPEN-YTD-MASTER
               PERFORM OPEN-RETRO-EARNINGS
               PERFORM OPEN-PAY-HISTORY
               IF YTD-FILE-OPEN AND RETRO-FILE-OPEN
                   PERFORM PRODUCE-RETRO-PAY
               ELSE
                   DISPLAY "Retro run skipped - YTD master or retro "
                       "earnings file not available"
               END-IF
               IF YTD-FILE-OPEN
                   CLOSE YTD-MASTER-FILE
                   MOVE "N" TO WS-YTD-OPEN-SW
               END-IF
               IF RETRO-FILE-OPEN
                   CLOSE RETRO-EARNINGS-FILE
                   MOVE "N" TO WS-RETRO-OPEN-SW
               END-IF
               PERFORM CLOSE-PAY-HISTORY
               CLOSE HISTORY-FILE
           END-IF.

      * Date of the last completed retro run before today, from the
      * job log. Referrals and overpayments are only listed again
      * when a back-dated change has been keyed since then.
       FIND-LAST-RETRO-RUN.
           MOVE ZERO TO WS-RETRO-PREV-RUN.
           MOVE "N" TO WS-RUN-CTL-EOF-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CTL-STATUS NOT = "00"
               SET RUN-CTL-AT-END TO TRUE
           ELSE
               READ RUN-CONTROL-FILE
                   AT END SET RUN-CTL-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL RUN-CTL-AT-END
               IF RC-MODE = "E" AND RC-OUTCOME = "COMPLETED"
                   AND RC-RUN-DATE < WS-RUN-DATE
                   AND RC-RUN-DATE > WS-RETRO-PREV-RUN
                   MOVE RC-RUN-DATE TO WS-RETRO-PREV-RUN
               END-IF
               READ RUN-CONTROL-FILE
                   AT END SET RUN-CTL-AT-END TO TRUE
               END-READ
           END-PERFORM.
           IF WS-RUN-CTL-STATUS = "00" OR "10"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       OPEN-RETRO-EARNINGS.
           MOVE "N" TO WS-RETRO-OPEN-SW.
           OPEN I-O RETRO-EARNINGS-FILE.
           IF WS-RETRO-FILE-STATUS = "35"
               OPEN OUTPUT RETRO-EARNINGS-FILE
               CLOSE RETRO-EARNINGS-FILE
               OPEN I-O RETRO-EARNINGS-FILE
           END-IF.
           IF WS-RETRO-FILE-STATUS = "00"
               SET RETRO-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Retro earnings file not available, status "
                   WS-RETRO-FILE-STATUS
           END-IF.

       PRODUCE-RETRO-PAY.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE "OPEN-INPUT" TO WS-CHECK-OPERATION.
           MOVE SPACES       TO WS-CHECK-KEY.
           PERFORM CHECK-EMPLOYEE-FILE-STATUS.
           OPEN OUTPUT RETRO-REPORT.
           MOVE "retro.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           PERFORM WRITE-RETRO-HEADINGS.
           MOVE "bankretro.dat" TO WS-BANK-FILE-NAME.
           OPEN OUTPUT BANK-PAYMENT-FILE.
           PERFORM WRITE-BANK-HEADER.
           READ HISTORY-FILE NEXT RECORD
               AT END SET HIST-AT-END TO TRUE
           END-READ.
           PERFORM UNTIL HIST-AT-END
               PERFORM LOAD-RETRO-IMAGES
               PERFORM RETRO-ONE-EMPLOYEE
           END-PERFORM.
           PERFORM WRITE-BANK-TRAILER.
           CLOSE BANK-PAYMENT-FILE.
           PERFORM WRITE-RETRO-GL-EXTRACT.
           PERFORM WRITE-RETRO-TOTALS.
           CLOSE RETRO-REPORT.
           CLOSE EMPLOYEE-FILE.
           DISPLAY "Retro pay: recalculated=" WS-RETRO-EMP-COUNT
               " paid=" WS-RETRO-PAID-COUNT
               " overpaid=" WS-RETRO-OVERPAID-COUNT
               " no-bank-details=" WS-RETRO-NO-BANK-COUNT
               " referred=" WS-RETRO-REFER-COUNT.

      * An image written before the keyed date was carried has zero
      * there and is taken as keyed on its effective date, which can
      * never look back-dated.
       LOAD-RETRO-IMAGES.
           MOVE HIST-EMP-ID TO WS-RETRO-EMP-ID.
           MOVE ZERO TO WS-RETRO-IMG-COUNT.
           MOVE "N"  TO WS-RETRO-OVERFLOW-SW.
           PERFORM UNTIL HIST-AT-END
               OR HIST-EMP-ID NOT = WS-RETRO-EMP-ID
               IF WS-RETRO-IMG-COUNT >= 100
                   SET RETRO-IMG-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-RETRO-IMG-COUNT
                   MOVE WS-RETRO-IMG-COUNT TO WS-RETRO-IMG-IDX
                   MOVE HIST-EFF-DATE
                       TO WS-RI-EFF-DATE(WS-RETRO-IMG-IDX)
                   IF HIST-KEYED-DATE IS NUMERIC
                       AND HIST-KEYED-DATE NOT = ZERO
                       MOVE HIST-KEYED-DATE
                           TO WS-RI-KEYED-DATE(WS-RETRO-IMG-IDX)
                   ELSE
                       MOVE HIST-EFF-DATE
                           TO WS-RI-KEYED-DATE(WS-RETRO-IMG-IDX)
                   END-IF
                   MOVE HIST-EFF-TIME
                       TO WS-RI-KEYED-TIME(WS-RETRO-IMG-IDX)
                   MOVE HIST-ACTION
                       TO WS-RI-ACTION(WS-RETRO-IMG-IDX)
                   MOVE HIST-EMP-SALARY
                       TO WS-RI-SALARY(WS-RETRO-IMG-IDX)
                   MOVE HIST-EMP-STATUS
                       TO WS-RI-STATUS(WS-RETRO-IMG-IDX)
                   MOVE HIST-EMP-PAY-TYPE
                       TO WS-RI-PAY-TYPE(WS-RETRO-IMG-IDX)
                   MOVE "N" TO WS-RI-BACKDATED-SW(WS-RETRO-IMG-IDX)
               END-IF
               READ HISTORY-FILE NEXT RECORD
                   AT END SET HIST-AT-END TO TRUE
               END-READ
           END-PERFORM.

      * A CHANGE is back-dated when it takes effect on or before the
      * employee's last paid period end and was keyed after the end
      * of the period its effective date falls in.
       RETRO-ONE-EMPLOYEE.
           MOVE ZERO TO WS-RETRO-LAST-PAID.
           MOVE ZERO TO WS-RETRO-FIRST-END.
           MOVE "N"  TO WS-RETRO-NEW-SW.
           MOVE WS-RETRO-EMP-ID TO YTD-EMP-ID.
           READ YTD-MASTER-FILE
               KEY IS YTD-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE YTD-LAST-PERIOD-END TO WS-RETRO-LAST-PAID
           END-READ.
           IF WS-RETRO-LAST-PAID NOT = ZERO
               PERFORM VARYING WS-RETRO-IMG-IDX FROM 1 BY 1
                   UNTIL WS-RETRO-IMG-IDX > WS-RETRO-IMG-COUNT
                   IF WS-RI-ACTION(WS-RETRO-IMG-IDX) = "CHANGE"
                       AND WS-RI-EFF-DATE(WS-RETRO-IMG-IDX)
                           <= WS-RETRO-LAST-PAID
                       MOVE WS-RI-EFF-DATE(WS-RETRO-IMG-IDX)
                           TO WS-RETRO-PER-DATE
                       PERFORM SET-RETRO-PERIOD-END
                       IF WS-RI-KEYED-DATE(WS-RETRO-IMG-IDX)
                           > WS-RETRO-PER-DATE
                           SET RI-BACKDATED(WS-RETRO-IMG-IDX) TO TRUE
                           IF WS-RETRO-FIRST-END = ZERO
                               OR WS-RETRO-PER-DATE
                                   < WS-RETRO-FIRST-END
                               MOVE WS-RETRO-PER-DATE
                                   TO WS-RETRO-FIRST-END
                           END-IF
                           IF WS-RI-KEYED-DATE(WS-RETRO-IMG-IDX)
                               >= WS-RETRO-PREV-RUN
                               SET RETRO-NEWLY-KEYED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RETRO-FIRST-END NOT = ZERO
               PERFORM RECALCULATE-RETRO-EMPLOYEE
           END-IF.

       RECALCULATE-RETRO-EMPLOYEE.
           MOVE WS-RETRO-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   MOVE "N" TO WS-EMP-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND-SW
           END-READ.
           MOVE "READ"          TO WS-CHECK-OPERATION.
           MOVE WS-RETRO-EMP-ID TO WS-CHECK-KEY.
           PERFORM CHECK-EMPLOYEE-FILE-STATUS.
           MOVE "N" TO WS-RETRO-HOURLY-SW.
           IF EMP-FOUND
               MOVE EMP-NAME TO WS-RETRO-EMP-NAME
               IF EMP-PAY-HOURLY
                   SET RETRO-HOURLY TO TRUE
               END-IF
           ELSE
               MOVE SPACES TO WS-RETRO-EMP-NAME
           END-IF.
           PERFORM VARYING WS-RETRO-IMG-IDX FROM 1 BY 1
               UNTIL WS-RETRO-IMG-IDX > WS-RETRO-IMG-COUNT
               IF WS-RI-PAY-TYPE(WS-RETRO-IMG-IDX) = "H"
                   SET RETRO-HOURLY TO TRUE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT EMP-FOUND
                   MOVE "NOT ON MASTER - RETRO BY HAND"
                       TO WS-RETRO-NOTE
                   PERFORM WRITE-RETRO-REFERRAL
               WHEN RETRO-HOURLY
                   MOVE "HOURLY - RETRO BY HAND" TO WS-RETRO-NOTE
                   PERFORM WRITE-RETRO-REFERRAL
               WHEN RETRO-IMG-OVERFLOW
                   MOVE "OVER 100 HISTORY IMAGES - RETRO BY HAND"
                       TO WS-RETRO-NOTE
                   PERFORM WRITE-RETRO-REFERRAL
               WHEN OTHER
                   PERFORM BUILD-RETRO-PERIOD-LINES
                   IF WS-RETRO-LINE-COUNT > ZERO
                       PERFORM SETTLE-RETRO-EMPLOYEE
                   END-IF
           END-EVALUATE.

      * Period end for the semi-monthly period holding
      * WS-RETRO-PER-DATE: the 15th, or the last day of the month.
      * The final-pay run borrows it for the leaving date's period.
       SET-RETRO-PERIOD-END.
           IF WS-RETRO-PER-DAY <= 15
               MOVE 15 TO WS-RETRO-PER-DAY
           ELSE
               IF WS-RETRO-PER-MONTH = 12
                   ADD 1 TO WS-RETRO-PER-YEAR
                   MOVE 1 TO WS-RETRO-PER-MONTH
               ELSE
                   ADD 1 TO WS-RETRO-PER-MONTH
               END-IF
               MOVE 1 TO WS-RETRO-PER-DAY
               COMPUTE WS-RETRO-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RETRO-PER-DATE) - 1
               COMPUTE WS-RETRO-PER-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RETRO-INTEGER)
           END-IF.

       BUILD-RETRO-PERIOD-LINES.
           MOVE ZERO TO WS-RETRO-LINE-COUNT.
           MOVE "N"  TO WS-RETRO-LINES-FULL-SW.
           MOVE WS-RETRO-FIRST-END TO WS-RETRO-PER-DATE.
           PERFORM UNTIL WS-RETRO-PER-DATE > WS-RETRO-LAST-PAID
               PERFORM RETRO-ONE-PERIOD
               COMPUTE WS-RETRO-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RETRO-PER-DATE) + 1
               COMPUTE WS-RETRO-PER-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RETRO-INTEGER)
               PERFORM SET-RETRO-PERIOD-END
           END-PERFORM.

      * Paid basis: the master as it stood at the period's pay run -
      * the before-image of the first image keyed after the period
      * end, or the master itself if nothing has been keyed since.
      * An ADD or RSTORE image there means the employee was not yet
      * (or not then) on file, and a status other than active means
      * the register did not pay them; either way there is nothing
      * to recalculate for the period.
       RETRO-ONE-PERIOD.
           MOVE ZERO TO WS-RETRO-FOUND-IDX.
           PERFORM VARYING WS-RETRO-IMG-IDX FROM 1 BY 1
               UNTIL WS-RETRO-IMG-IDX > WS-RETRO-IMG-COUNT
               IF WS-RI-KEYED-DATE(WS-RETRO-IMG-IDX)
                   > WS-RETRO-PER-DATE
                   IF WS-RETRO-FOUND-IDX = ZERO
                       OR WS-RI-KEYED(WS-RETRO-IMG-IDX)
                           < WS-RI-KEYED(WS-RETRO-FOUND-IDX)
                       MOVE WS-RETRO-IMG-IDX TO WS-RETRO-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RETRO-FOUND-IDX = ZERO
               MOVE EMP-SALARY TO WS-RETRO-PAID-SALARY
               MOVE EMP-STATUS TO WS-RETRO-PAID-STATUS
           ELSE
               IF WS-RI-ACTION(WS-RETRO-FOUND-IDX) = "ADD"
                   OR WS-RI-ACTION(WS-RETRO-FOUND-IDX) = "RSTORE"
                   MOVE SPACE TO WS-RETRO-PAID-STATUS
               ELSE
                   MOVE WS-RI-SALARY(WS-RETRO-FOUND-IDX)
                       TO WS-RETRO-PAID-SALARY
                   MOVE WS-RI-STATUS(WS-RETRO-FOUND-IDX)
                       TO WS-RETRO-PAID-STATUS
               END-IF
           END-IF.
           IF WS-RETRO-PAID-STATUS = "A"
               PERFORM PRICE-RETRO-PERIOD
           END-IF.

      * Due = paid plus the before-to-after step of every back-dated
      * change in force by the period end but keyed after it. Each
      * side is run through the register's own withholding, and what
      * earlier retro runs paid for the period is taken off.
       PRICE-RETRO-PERIOD.
           MOVE ZERO TO WS-RETRO-DELTA.
           PERFORM VARYING WS-RETRO-IMG-IDX FROM 1 BY 1
               UNTIL WS-RETRO-IMG-IDX > WS-RETRO-IMG-COUNT
               IF RI-BACKDATED(WS-RETRO-IMG-IDX)
                   AND WS-RI-EFF-DATE(WS-RETRO-IMG-IDX)
                       <= WS-RETRO-PER-DATE
                   AND WS-RI-KEYED-DATE(WS-RETRO-IMG-IDX)
                       > WS-RETRO-PER-DATE
                   PERFORM FIND-RETRO-AFTER-IMAGE
                   COMPUTE WS-RETRO-DELTA = WS-RETRO-DELTA
                       + WS-RETRO-AFTER-SALARY
                       - WS-RI-SALARY(WS-RETRO-IMG-IDX)
               END-IF
           END-PERFORM.
           COMPUTE WS-RETRO-DUE-SALARY =
               WS-RETRO-PAID-SALARY + WS-RETRO-DELTA.
           IF WS-RETRO-DUE-SALARY < ZERO
               MOVE ZERO TO WS-RETRO-DUE-SALARY
           END-IF.
           PERFORM READ-PRIOR-RETRO.
           COMPUTE WS-GROSS-PAY ROUNDED =
               WS-RETRO-PAID-SALARY / WS-PERIODS-PER-YEAR.
           PERFORM COMPUTE-WITHHOLDING.
           MOVE WS-GROSS-PAY         TO WS-RETRO-PAID-GROSS.
           MOVE WS-TAX-AMOUNT        TO WS-RETRO-PAID-TAX.
           MOVE WS-RETIREMENT-AMOUNT TO WS-RETRO-PAID-RETIRE.
           COMPUTE WS-GROSS-PAY ROUNDED =
               WS-RETRO-DUE-SALARY / WS-PERIODS-PER-YEAR.
           PERFORM COMPUTE-WITHHOLDING.
           COMPUTE WS-RETRO-GROSS-DIFF = WS-GROSS-PAY
               - WS-RETRO-PAID-GROSS - WS-RETRO-PRIOR-GROSS.
           COMPUTE WS-RETRO-TAX-DIFF = WS-TAX-AMOUNT
               - WS-RETRO-PAID-TAX - WS-RETRO-PRIOR-TAX.
           COMPUTE WS-RETRO-RETIRE-DIFF = WS-RETIREMENT-AMOUNT
               - WS-RETRO-PAID-RETIRE - WS-RETRO-PRIOR-RETIRE.
           COMPUTE WS-RETRO-NET-DIFF = WS-RETRO-GROSS-DIFF
               - WS-RETRO-TAX-DIFF - WS-RETRO-RETIRE-DIFF.
           IF WS-RETRO-GROSS-DIFF NOT = ZERO
               OR WS-RETRO-TAX-DIFF NOT = ZERO
               OR WS-RETRO-RETIRE-DIFF NOT = ZERO
               IF WS-RETRO-LINE-COUNT >= 48
                   SET RETRO-LINES-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-RETRO-LINE-COUNT
                   MOVE WS-RETRO-LINE-COUNT TO WS-RETRO-LINE-IDX
                   MOVE WS-RETRO-PER-DATE
                       TO WS-RL-PERIOD-END(WS-RETRO-LINE-IDX)
                   MOVE WS-RETRO-PAID-SALARY
                       TO WS-RL-PAID-SALARY(WS-RETRO-LINE-IDX)
                   MOVE WS-RETRO-DUE-SALARY
                       TO WS-RL-DUE-SALARY(WS-RETRO-LINE-IDX)
                   MOVE WS-RETRO-GROSS-DIFF
                       TO WS-RL-GROSS-DIFF(WS-RETRO-LINE-IDX)
                   MOVE WS-RETRO-TAX-DIFF
                       TO WS-RL-TAX-DIFF(WS-RETRO-LINE-IDX)
                   MOVE WS-RETRO-RETIRE-DIFF
                       TO WS-RL-RETIRE-DIFF(WS-RETRO-LINE-IDX)
                   MOVE WS-RETRO-NET-DIFF
                       TO WS-RL-NET-DIFF(WS-RETRO-LINE-IDX)
               END-IF
           END-IF.

      * After-image of the change at WS-RETRO-IMG-IDX: the before-
      * image of the next image keyed after it, or the master.
       FIND-RETRO-AFTER-IMAGE.
           MOVE ZERO TO WS-RETRO-NEXT-IDX.
           PERFORM VARYING WS-RETRO-IMG-IDX2 FROM 1 BY 1
               UNTIL WS-RETRO-IMG-IDX2 > WS-RETRO-IMG-COUNT
               IF WS-RI-KEYED(WS-RETRO-IMG-IDX2)
                   > WS-RI-KEYED(WS-RETRO-IMG-IDX)
                   IF WS-RETRO-NEXT-IDX = ZERO
                       OR WS-RI-KEYED(WS-RETRO-IMG-IDX2)
                           < WS-RI-KEYED(WS-RETRO-NEXT-IDX)
                       MOVE WS-RETRO-IMG-IDX2 TO WS-RETRO-NEXT-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RETRO-NEXT-IDX = ZERO
               MOVE EMP-SALARY TO WS-RETRO-AFTER-SALARY
           ELSE
               MOVE WS-RI-SALARY(WS-RETRO-NEXT-IDX)
                   TO WS-RETRO-AFTER-SALARY
           END-IF.

       READ-PRIOR-RETRO.
           MOVE ZERO TO WS-RETRO-PRIOR-GROSS.
           MOVE ZERO TO WS-RETRO-PRIOR-TAX.
           MOVE ZERO TO WS-RETRO-PRIOR-RETIRE.
           MOVE "N" TO WS-RETRO-LEDGER-EOF-SW.
           MOVE WS-RETRO-EMP-ID   TO RE-EMP-ID.
           MOVE WS-RETRO-PER-DATE TO RE-PERIOD-END.
           MOVE ZERO              TO RE-RUN-DATE.
           START RETRO-EARNINGS-FILE KEY IS NOT LESS THAN RE-KEY
               INVALID KEY SET RETRO-LEDGER-AT-END TO TRUE
           END-START.
           PERFORM UNTIL RETRO-LEDGER-AT-END
               READ RETRO-EARNINGS-FILE NEXT RECORD
                   AT END SET RETRO-LEDGER-AT-END TO TRUE
               END-READ
               IF NOT RETRO-LEDGER-AT-END
                   IF RE-EMP-ID = WS-RETRO-EMP-ID
                       AND RE-PERIOD-END = WS-RETRO-PER-DATE
                       ADD RE-GROSS-DIFF      TO WS-RETRO-PRIOR-GROSS
                       ADD RE-TAX-DIFF        TO WS-RETRO-PRIOR-TAX
                       ADD RE-RETIREMENT-DIFF TO WS-RETRO-PRIOR-RETIRE
                   ELSE
                       SET RETRO-LEDGER-AT-END TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      * Only a net amount owed is paid. An overpayment is left for
      * payroll to recover by hand, and missing bank details hold the
      * payment back; neither writes retroearn.dat, so the next retro
      * run works the employee out again from scratch.
       SETTLE-RETRO-EMPLOYEE.
           ADD 1 TO WS-RETRO-EMP-COUNT.
           MOVE ZERO TO WS-RETRO-EMP-GROSS.
           MOVE ZERO TO WS-RETRO-EMP-TAX.
           MOVE ZERO TO WS-RETRO-EMP-RETIRE.
           MOVE ZERO TO WS-RETRO-EMP-NET.
           PERFORM VARYING WS-RETRO-LINE-IDX FROM 1 BY 1
               UNTIL WS-RETRO-LINE-IDX > WS-RETRO-LINE-COUNT
               ADD WS-RL-GROSS-DIFF(WS-RETRO-LINE-IDX)
                   TO WS-RETRO-EMP-GROSS
               ADD WS-RL-TAX-DIFF(WS-RETRO-LINE-IDX)
                   TO WS-RETRO-EMP-TAX
               ADD WS-RL-RETIRE-DIFF(WS-RETRO-LINE-IDX)
                   TO WS-RETRO-EMP-RETIRE
               ADD WS-RL-NET-DIFF(WS-RETRO-LINE-IDX)
                   TO WS-RETRO-EMP-NET
           END-PERFORM.
           EVALUATE TRUE
               WHEN RETRO-LINES-FULL
                   MOVE "OVER 48 PERIODS - RETRO BY HAND"
                       TO WS-RETRO-NOTE
                   ADD 1 TO WS-RETRO-REFER-COUNT
               WHEN WS-RETRO-EMP-NET NOT > ZERO
                   MOVE "NET OVERPAID - RECOVER BY HAND"
                       TO WS-RETRO-NOTE
                   ADD 1 TO WS-RETRO-OVERPAID-COUNT
               WHEN EMP-BANK-ROUTING = ZERO
                   OR EMP-BANK-ACCOUNT = SPACES
                   MOVE "NO BANK DETAILS - NOT PAID" TO WS-RETRO-NOTE
                   ADD 1 TO WS-RETRO-NO-BANK-COUNT
               WHEN OTHER
                   PERFORM PAY-RETRO-EMPLOYEE
                   MOVE "PAID IN RETRO BANK BATCH" TO WS-RETRO-NOTE
           END-EVALUATE.
      * Money owed is always shown; anything else only when a
      * back-dated change has come in since the last retro run.
           IF RETRO-NEWLY-KEYED
               OR WS-RETRO-NOTE = "PAID IN RETRO BANK BATCH"
               OR WS-RETRO-NOTE = "NO BANK DETAILS - NOT PAID"
               PERFORM WRITE-RETRO-WORKSHEET
           END-IF.

       PAY-RETRO-EMPLOYEE.
           PERFORM VARYING WS-RETRO-LINE-IDX FROM 1 BY 1
               UNTIL WS-RETRO-LINE-IDX > WS-RETRO-LINE-COUNT
               PERFORM WRITE-RETRO-EARNINGS-LINE
           END-PERFORM.
           MOVE SPACES TO BANK-PAYMENT-RECORD.
           MOVE "C"                TO BP-RECORD-TYPE.
           MOVE WS-PERIOD-END-DATE TO BP-PERIOD-END.
           MOVE WS-RETRO-EMP-ID    TO BP-EMP-ID.
           MOVE EMP-BANK-ROUTING   TO BP-BANK-ROUTING.
           MOVE EMP-BANK-ACCOUNT   TO BP-BANK-ACCOUNT.
           MOVE WS-RETRO-EMP-NET   TO BP-AMOUNT.
           WRITE BANK-PAYMENT-RECORD.
           ADD 1                TO WS-BANK-PAY-COUNT.
           ADD WS-RETRO-EMP-NET TO WS-BANK-PAY-TOTAL.
           PERFORM POST-RETRO-TO-YTD.
           PERFORM ADD-RETRO-TO-DEPT.
           ADD 1 TO WS-RETRO-PAID-COUNT.
           ADD WS-RETRO-EMP-GROSS TO WS-RETRO-TOTAL-GROSS.

       WRITE-RETRO-EARNINGS-LINE.
           MOVE WS-RETRO-EMP-ID TO RE-EMP-ID.
           MOVE WS-RL-PERIOD-END(WS-RETRO-LINE-IDX) TO RE-PERIOD-END.
           MOVE WS-RUN-DATE     TO RE-RUN-DATE.
           MOVE EMP-DEPARTMENT  TO RE-DEPARTMENT.
           MOVE WS-RL-PAID-SALARY(WS-RETRO-LINE-IDX)
               TO RE-PAID-SALARY.
           MOVE WS-RL-DUE-SALARY(WS-RETRO-LINE-IDX)
               TO RE-DUE-SALARY.
           MOVE WS-RL-GROSS-DIFF(WS-RETRO-LINE-IDX)
               TO RE-GROSS-DIFF.
           MOVE WS-RL-TAX-DIFF(WS-RETRO-LINE-IDX)
               TO RE-TAX-DIFF.
           MOVE WS-RL-RETIRE-DIFF(WS-RETRO-LINE-IDX)
               TO RE-RETIREMENT-DIFF.
           MOVE WS-RL-NET-DIFF(WS-RETRO-LINE-IDX)
               TO RE-NET-DIFF.
           MOVE WS-PERIOD-END-DATE TO RE-PAID-PERIOD-END.
           WRITE RETRO-EARNINGS-RECORD
               INVALID KEY
                   PERFORM ADD-TO-RETRO-EARNINGS-LINE
           END-WRITE.

      * A second E run on the same run date that finds a further
      * difference for the same period already has a row under this
      * key. Its payment has gone to the bank and YTD all the same,
      * so it adds to that row, as a second payment adds to a
      * payhist.dat row; otherwise the next run would pay it again.
       ADD-TO-RETRO-EARNINGS-LINE.
           READ RETRO-EARNINGS-FILE
               KEY IS RE-KEY
               INVALID KEY
                   DISPLAY "Retro earnings write failed for EMP-ID "
                       RE-EMP-ID " period " RE-PERIOD-END
                       " status " WS-RETRO-FILE-STATUS
               NOT INVALID KEY
                   MOVE WS-RL-DUE-SALARY(WS-RETRO-LINE-IDX)
                       TO RE-DUE-SALARY
                   ADD WS-RL-GROSS-DIFF(WS-RETRO-LINE-IDX)
                       TO RE-GROSS-DIFF
                   ADD WS-RL-TAX-DIFF(WS-RETRO-LINE-IDX)
                       TO RE-TAX-DIFF
                   ADD WS-RL-RETIRE-DIFF(WS-RETRO-LINE-IDX)
                       TO RE-RETIREMENT-DIFF
                   ADD WS-RL-NET-DIFF(WS-RETRO-LINE-IDX)
                       TO RE-NET-DIFF
                   MOVE WS-PERIOD-END-DATE TO RE-PAID-PERIOD-END
                   REWRITE RETRO-EARNINGS-RECORD
           END-READ.

      * Retro is paid in the current period, so it lands in the
      * current year's buckets (rolling them first if the register
      * has not yet posted this year). YTD-LAST-PERIOD-END is left
      * alone: the register's rerun guard is about regular periods.
       POST-RETRO-TO-YTD.
           MOVE WS-PERIOD-END-DATE(1:4) TO WS-YTD-PERIOD-YEAR.
           MOVE WS-RETRO-EMP-ID TO YTD-EMP-ID.
           READ YTD-MASTER-FILE
               KEY IS YTD-EMP-ID
               INVALID KEY
                   DISPLAY "YTD record missing for EMP-ID "
                       WS-RETRO-EMP-ID " - retro not posted to YTD"
               NOT INVALID KEY
                   IF YTD-YEAR NOT = WS-YTD-PERIOD-YEAR
                       PERFORM ROLL-YTD-BUCKETS
                   END-IF
                   ADD WS-RETRO-EMP-GROSS  TO YTD-GROSS-PAY
                   ADD WS-RETRO-EMP-TAX    TO YTD-TAX-AMOUNT
                   ADD WS-RETRO-EMP-RETIRE TO YTD-RETIREMENT-AMOUNT
                   ADD WS-RETRO-EMP-NET    TO YTD-NET-PAY
                   REWRITE YTD-MASTER-RECORD
                   PERFORM RECORD-RETRO-HISTORY
           END-READ.

       ADD-RETRO-TO-DEPT.
           MOVE ZERO TO WS-RETRO-DEPT-FOUND-IDX.
           PERFORM VARYING WS-RETRO-DEPT-IDX FROM 1 BY 1
               UNTIL WS-RETRO-DEPT-IDX > WS-RETRO-DEPT-COUNT
               IF WS-RETRO-DEPT-NAME(WS-RETRO-DEPT-IDX)
                   = EMP-DEPARTMENT
                   MOVE WS-RETRO-DEPT-IDX TO WS-RETRO-DEPT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-RETRO-DEPT-FOUND-IDX = ZERO
               IF WS-RETRO-DEPT-COUNT >= 50
                   DISPLAY "Retro department table full - "
                       EMP-DEPARTMENT " not expensed"
               ELSE
                   ADD 1 TO WS-RETRO-DEPT-COUNT
                   MOVE WS-RETRO-DEPT-COUNT TO WS-RETRO-DEPT-FOUND-IDX
                   MOVE EMP-DEPARTMENT
                       TO WS-RETRO-DEPT-NAME(WS-RETRO-DEPT-FOUND-IDX)
                   MOVE ZERO
                       TO WS-RETRO-DEPT-GROSS(WS-RETRO-DEPT-FOUND-IDX)
               END-IF
           END-IF.
           IF WS-RETRO-DEPT-FOUND-IDX NOT = ZERO
               ADD WS-RETRO-EMP-GROSS
                   TO WS-RETRO-DEPT-GROSS(WS-RETRO-DEPT-FOUND-IDX)
           END-IF.

      * Same shape as the R run's glpost.dat - department debits at
      * the mapped expense account (suspense if unmapped), one
      * clearing credit, balancing trailer - under its own name so
      * the L reconciliation of glpost.dat is not disturbed.
       WRITE-RETRO-GL-EXTRACT.
           MOVE "glretro.dat" TO WS-GL-POST-FILE-NAME.
           OPEN OUTPUT GL-POSTING-FILE.
           PERFORM WRITE-GL-HEADER.
           MOVE ZERO TO WS-TOTAL-SALARY.
           PERFORM VARYING WS-RETRO-DEPT-IDX FROM 1 BY 1
               UNTIL WS-RETRO-DEPT-IDX > WS-RETRO-DEPT-COUNT
               MOVE WS-RETRO-DEPT-NAME(WS-RETRO-DEPT-IDX)
                   TO WS-PREV-DEPARTMENT
               MOVE WS-RETRO-DEPT-GROSS(WS-RETRO-DEPT-IDX)
                   TO WS-DEPT-TOTAL-SALARY
               PERFORM WRITE-GL-DEBIT-RECORD
               ADD WS-DEPT-TOTAL-SALARY TO WS-TOTAL-SALARY
           END-PERFORM.
           PERFORM WRITE-GL-CREDIT-AND-TRAILER.
           CLOSE GL-POSTING-FILE.

       WRITE-RETRO-HEADINGS.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "RETRO PAY WORKSHEET - RUN " DELIMITED BY SIZE
               WS-RUN-DATE                     DELIMITED BY SIZE
               "  PAID WITH PERIOD ENDING "    DELIMITED BY SIZE
               WS-PERIOD-END-DATE              DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE
           END-STRING.
           WRITE RETRO-REPORT-LINE.

       WRITE-RETRO-WORKSHEET.
           MOVE SPACES TO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "EMP-ID "         DELIMITED BY SIZE
               WS-RETRO-EMP-ID      DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-RETRO-EMP-NAME    DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               EMP-DEPARTMENT       DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE
           END-STRING.
           WRITE RETRO-REPORT-LINE.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "  PER END    PAID SAL    DUE SAL" DELIMITED BY SIZE
               " GROSS DIFF   TAX DIFF   RET DIFF"   DELIMITED BY SIZE
               "   NET DIFF"                         DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE
           END-STRING.
           WRITE RETRO-REPORT-LINE.
           PERFORM VARYING WS-RETRO-LINE-IDX FROM 1 BY 1
               UNTIL WS-RETRO-LINE-IDX > WS-RETRO-LINE-COUNT
               MOVE WS-RL-PAID-SALARY(WS-RETRO-LINE-IDX)
                   TO WS-EDIT-RETRO-SALARY
               MOVE WS-RL-DUE-SALARY(WS-RETRO-LINE-IDX)
                   TO WS-EDIT-RETRO-SALARY2
               MOVE WS-RL-GROSS-DIFF(WS-RETRO-LINE-IDX)
                   TO WS-EDIT-RETRO-DIFF
               MOVE WS-RL-TAX-DIFF(WS-RETRO-LINE-IDX)
                   TO WS-EDIT-RETRO-DIFF2
               MOVE WS-RL-RETIRE-DIFF(WS-RETRO-LINE-IDX)
                   TO WS-EDIT-RETRO-DIFF3
               MOVE WS-RL-NET-DIFF(WS-RETRO-LINE-IDX)
                   TO WS-EDIT-RETRO-DIFF4
               MOVE SPACES TO RETRO-REPORT-LINE
               STRING "  "                    DELIMITED BY SIZE
                   WS-RL-PERIOD-END(WS-RETRO-LINE-IDX)
                                          DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-EDIT-RETRO-SALARY   DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-EDIT-RETRO-SALARY2  DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-EDIT-RETRO-DIFF     DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-EDIT-RETRO-DIFF2    DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-EDIT-RETRO-DIFF3    DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-EDIT-RETRO-DIFF4    DELIMITED BY SIZE
                   INTO RETRO-REPORT-LINE
               END-STRING
               WRITE RETRO-REPORT-LINE
           END-PERFORM.
           MOVE WS-RETRO-EMP-GROSS  TO WS-EDIT-RETRO-DIFF.
           MOVE WS-RETRO-EMP-TAX    TO WS-EDIT-RETRO-DIFF2.
           MOVE WS-RETRO-EMP-RETIRE TO WS-EDIT-RETRO-DIFF3.
           MOVE WS-RETRO-EMP-NET    TO WS-EDIT-RETRO-DIFF4.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "  TOTAL"                         DELIMITED BY SIZE
               "                          "         DELIMITED BY SIZE
               WS-EDIT-RETRO-DIFF                   DELIMITED BY SIZE
               " "                                  DELIMITED BY SIZE
               WS-EDIT-RETRO-DIFF2                  DELIMITED BY SIZE
               " "                                  DELIMITED BY SIZE
               WS-EDIT-RETRO-DIFF3                  DELIMITED BY SIZE
               " "                                  DELIMITED BY SIZE
               WS-EDIT-RETRO-DIFF4                  DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE
           END-STRING.
           WRITE RETRO-REPORT-LINE.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "  ==> "  DELIMITED BY SIZE
               WS-RETRO-NOTE DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE
           END-STRING.
           WRITE RETRO-REPORT-LINE.

      * Employees the run cannot price are named, not guessed at.
       WRITE-RETRO-REFERRAL.
           ADD 1 TO WS-RETRO-REFER-COUNT.
           IF RETRO-NEWLY-KEYED
               MOVE SPACES TO RETRO-REPORT-LINE
               WRITE RETRO-REPORT-LINE
               MOVE SPACES TO RETRO-REPORT-LINE
               STRING "EMP-ID "      DELIMITED BY SIZE
                   WS-RETRO-EMP-ID   DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-RETRO-EMP-NAME DELIMITED BY SIZE
                   INTO RETRO-REPORT-LINE
               END-STRING
               WRITE RETRO-REPORT-LINE
               MOVE SPACES TO RETRO-REPORT-LINE
               STRING "  ==> "  DELIMITED BY SIZE
                   WS-RETRO-NOTE DELIMITED BY SIZE
                   INTO RETRO-REPORT-LINE
               END-STRING
               WRITE RETRO-REPORT-LINE
           END-IF.

       WRITE-RETRO-TOTALS.
           MOVE SPACES TO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.
           MOVE WS-RETRO-PAID-COUNT TO WS-EDIT-COUNT.
           MOVE WS-BANK-PAY-TOTAL   TO WS-EDIT-SALARY.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "EMPLOYEES PAID: "  DELIMITED BY SIZE
               WS-EDIT-COUNT          DELIMITED BY SIZE
               "   NET PAID: "        DELIMITED BY SIZE
               WS-EDIT-SALARY         DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE
           END-STRING.
           WRITE RETRO-REPORT-LINE.
           MOVE WS-RETRO-TOTAL-GROSS TO WS-EDIT-SALARY.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "GROSS EXPENSED TO GL (glretro.dat): "
                                      DELIMITED BY SIZE
               WS-EDIT-SALARY         DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE
           END-STRING.
           WRITE RETRO-REPORT-LINE.
           MOVE WS-RETRO-OVERPAID-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "NET OVERPAID (NOT RECOVERED): " DELIMITED BY SIZE
               WS-EDIT-COUNT                       DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE
           END-STRING.
           WRITE RETRO-REPORT-LINE.
           MOVE WS-RETRO-NO-BANK-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "NO BANK DETAILS (NOT PAID):     " DELIMITED BY SIZE
               WS-EDIT-COUNT                         DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE
           END-STRING.
           WRITE RETRO-REPORT-LINE.
           MOVE WS-RETRO-REFER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "REFERRED FOR RETRO BY HAND:     " DELIMITED BY SIZE
               WS-EDIT-COUNT                         DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE
           END-STRING.
           WRITE RETRO-REPORT-LINE.

      * D run: see the final pay block in WORKING-STORAGE.
       FINAL-PAY-RUN.
           PERFORM SET-CURRENT-PAY-PERIOD.
           PERFORM SET-FINAL-PAY-CUTOFF.
           PERFORM OPEN-YTD-MASTER.
           PERFORM OPEN-LEAVE-BALANCE.
           PERFORM OPEN-PAY-HISTORY.
           IF YTD-FILE-OPEN AND LEAVE-BAL-OPEN
               PERFORM PRODUCE-FINAL-PAY
           ELSE
               DISPLAY "Final pay run skipped - YTD master or leave "
                   "balance file not available"
           END-IF.
           IF YTD-FILE-OPEN
               CLOSE YTD-MASTER-FILE
               MOVE "N" TO WS-YTD-OPEN-SW
           END-IF.
           IF LEAVE-BAL-OPEN
               CLOSE LEAVE-BALANCE-FILE
               MOVE "N" TO WS-LEAVE-BAL-OPEN-SW
           END-IF.
           PERFORM CLOSE-PAY-HISTORY.

      * Start of the pay period before the current one. A DELETE
      * keyed a period late is still picked up; anything older is
      * history.
       SET-FINAL-PAY-CUTOFF.
           IF WS-PERIOD-START-DATE(7:2) = "16"
               COMPUTE WS-FP-CUTOFF-DATE = WS-PERIOD-START-DATE - 15
           ELSE
               IF WS-PERIOD-START-DATE(5:2) = "01"
                   COMPUTE WS-FP-CUTOFF-DATE =
                       WS-PERIOD-START-DATE - 10000 + 1100 + 15
               ELSE
                   COMPUTE WS-FP-CUTOFF-DATE =
                       WS-PERIOD-START-DATE - 100 + 15
               END-IF
           END-IF.

       PRODUCE-FINAL-PAY.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE "OPEN-INPUT" TO WS-CHECK-OPERATION.
           MOVE SPACES       TO WS-CHECK-KEY.
           PERFORM CHECK-EMPLOYEE-FILE-STATUS.
           OPEN OUTPUT FINAL-PAY-REPORT.
           MOVE "finalpay.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO FINAL-PAY-LINE.
           STRING "FINAL PAY STATEMENTS - RUN " DELIMITED BY SIZE
               WS-RUN-DATE                      DELIMITED BY SIZE
               "  OFF-CYCLE BATCH bankoffc.dat" DELIMITED BY SIZE
               INTO FINAL-PAY-LINE
           END-STRING.
           WRITE FINAL-PAY-LINE.
           MOVE "bankoffc.dat" TO WS-BANK-FILE-NAME.
           OPEN OUTPUT BANK-PAYMENT-FILE.
           PERFORM WRITE-BANK-HEADER.
           MOVE ZERO TO WS-EOF.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET WS-EOF TO 1
           END-READ.
           MOVE "READ" TO WS-CHECK-OPERATION.
           PERFORM CHECK-EMPLOYEE-FILE-STATUS.
           PERFORM UNTIL WS-EOF = 1
               IF EMP-STATUS = "D"
                   PERFORM FINAL-PAY-ONE-LEAVER
               END-IF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END SET WS-EOF TO 1
               END-READ
               MOVE "READ"  TO WS-CHECK-OPERATION
               MOVE EMP-ID  TO WS-CHECK-KEY
               PERFORM CHECK-EMPLOYEE-FILE-STATUS
           END-PERFORM.
           MOVE ZERO TO WS-EOF.
           PERFORM WRITE-BANK-TRAILER.
           CLOSE BANK-PAYMENT-FILE.
           PERFORM WRITE-FINAL-PAY-TOTALS.
           CLOSE FINAL-PAY-REPORT.
           CLOSE EMPLOYEE-FILE.
           DISPLAY "Final pay: leavers=" WS-FP-LEAVER-COUNT
               " paid=" WS-FP-PAID-COUNT
               " held=" WS-FP-HELD-COUNT
               " left-before-cutoff=" WS-FP-STALE-COUNT.

      * A leaver is due something while there are unpaid days up to
      * the leaving date or leave hours still on the balance; once
      * both are settled the leaver drops out of later D runs.
       FINAL-PAY-ONE-LEAVER.
           MOVE ZERO TO WS-FP-LAST-PAID.
           MOVE EMP-ID TO YTD-EMP-ID.
           READ YTD-MASTER-FILE
               KEY IS YTD-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE YTD-LAST-PERIOD-END TO WS-FP-LAST-PAID
           END-READ.
           MOVE ZERO TO WS-FP-LEAVE-HOURS.
           MOVE "N"  TO WS-FP-LEAVE-FOUND-SW.
           MOVE EMP-ID TO LB-EMP-ID.
           READ LEAVE-BALANCE-FILE
               KEY IS LB-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FP-LEAVE-FOUND TO TRUE
                   MOVE LB-BALANCE-HOURS TO WS-FP-LEAVE-HOURS
           END-READ.
           MOVE EMP-STATUS-DATE TO WS-RETRO-PER-DATE.
           EVALUATE TRUE
               WHEN EMP-STATUS-DATE NOT NUMERIC
                   OR WS-RETRO-PER-MONTH < 1
                   OR WS-RETRO-PER-MONTH > 12
                   OR WS-RETRO-PER-DAY < 1
                   OR WS-RETRO-PER-DAY > 31
                   IF WS-FP-LEAVE-HOURS > ZERO
                       ADD 1 TO WS-FP-LEAVER-COUNT
                       ADD 1 TO WS-FP-HELD-COUNT
                       PERFORM CLEAR-FINAL-PAY-AMOUNTS
                       MOVE "NO VALID LEAVING DATE - FINAL PAY HELD"
                           TO WS-FP-NOTE
                       PERFORM WRITE-FINAL-PAY-STATEMENT
                   END-IF
               WHEN EMP-STATUS-DATE < WS-FP-CUTOFF-DATE
                   ADD 1 TO WS-FP-STALE-COUNT
               WHEN EMP-STATUS-DATE > WS-FP-LAST-PAID
                   OR WS-FP-LEAVE-HOURS > ZERO
                   ADD 1 TO WS-FP-LEAVER-COUNT
                   PERFORM SETTLE-FINAL-PAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLEAR-FINAL-PAY-AMOUNTS.
           MOVE ZERO TO WS-FP-PAY-FROM.
           MOVE ZERO TO WS-FP-DAYS-WORKED.
           MOVE ZERO TO WS-FP-PERIOD-DAYS.
           MOVE ZERO TO WS-PAY-REG-HOURS.
           MOVE ZERO TO WS-PAY-OT-HOURS.
           MOVE ZERO TO WS-FP-HOURLY-RATE.
           MOVE ZERO TO WS-FP-PARTIAL-GROSS.
           MOVE ZERO TO WS-FP-LEAVE-PAY.
           MOVE ZERO TO WS-FP-INSURANCE.
           MOVE ZERO TO WS-GROSS-PAY.
           MOVE ZERO TO WS-TAX-AMOUNT.
           MOVE ZERO TO WS-RETIREMENT-AMOUNT.
           MOVE ZERO TO WS-NET-PAY.
           MOVE "N"  TO WS-FP-HOLD-SW.
           MOVE SPACES TO WS-FP-NOTE.

       SETTLE-FINAL-PAY.
           PERFORM CLEAR-FINAL-PAY-AMOUNTS.
           IF EMP-STATUS-DATE > WS-FP-LAST-PAID
               PERFORM COMPUTE-PARTIAL-PERIOD-PAY
           END-IF.
           IF EMP-PAY-HOURLY
               MOVE EMP-HOURLY-RATE TO WS-FP-HOURLY-RATE
           ELSE
               COMPUTE WS-FP-HOURLY-RATE ROUNDED = EMP-SALARY
                   / (WS-HOURS-PER-WEEK * WS-FP-WEEKS-PER-YEAR)
           END-IF.
           IF WS-FP-LEAVE-HOURS > ZERO
               COMPUTE WS-FP-LEAVE-PAY ROUNDED =
                   WS-FP-LEAVE-HOURS * WS-FP-HOURLY-RATE
           END-IF.
           IF WS-FP-DAYS-WORKED > ZERO
               MOVE WS-INSURANCE-PER-PERIOD TO WS-FP-INSURANCE
           END-IF.
           COMPUTE WS-GROSS-PAY = WS-FP-PARTIAL-GROSS + WS-FP-LEAVE-PAY.
           PERFORM COMPUTE-WITHHOLDING.
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX-AMOUNT - WS-RETIREMENT-AMOUNT
               - WS-FP-INSURANCE.
           IF WS-NET-PAY < ZERO
               MOVE ZERO TO WS-NET-PAY
           END-IF.
           IF NOT FP-HELD
               IF EMP-BANK-ROUTING = ZERO
                   OR EMP-BANK-ACCOUNT = SPACES
                   SET FP-HELD TO TRUE
                   MOVE "NO BANK DETAILS - FINAL PAY HELD"
                       TO WS-FP-NOTE
               END-IF
           END-IF.
           IF FP-HELD
               ADD 1 TO WS-FP-HELD-COUNT
           ELSE
               PERFORM PAY-FINAL-PAY-LEAVER
               EVALUATE TRUE
                   WHEN WS-FP-LAST-PAID > EMP-STATUS-DATE
                       MOVE "PAID PAST LEAVING DATE - RECOVER BY HAND"
                           TO WS-FP-NOTE
                   WHEN WS-FP-LEAVE-HOURS < ZERO
                       MOVE "LEAVE OVERDRAWN - RECOVER BY HAND"
                           TO WS-FP-NOTE
                   WHEN OTHER
                       MOVE "PAID BY OFF-CYCLE BANK CREDIT"
                           TO WS-FP-NOTE
               END-EVALUATE
           END-IF.
           PERFORM WRITE-FINAL-PAY-STATEMENT.

      * Days from the later of the period start and the day after the
      * last paid period end, through the leaving date.
       COMPUTE-PARTIAL-PERIOD-PAY.
           IF WS-RETRO-PER-DAY <= 15
               COMPUTE WS-FP-PER-START =
                   EMP-STATUS-DATE - WS-RETRO-PER-DAY + 1
           ELSE
               COMPUTE WS-FP-PER-START =
                   EMP-STATUS-DATE - WS-RETRO-PER-DAY + 16
           END-IF.
           PERFORM SET-RETRO-PERIOD-END.
           MOVE WS-RETRO-PER-DATE TO WS-FP-PER-END.
           MOVE WS-FP-PER-START TO WS-FP-PAY-FROM.
           IF WS-FP-LAST-PAID >= WS-FP-PER-START
               COMPUTE WS-FP-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-FP-LAST-PAID) + 1
               COMPUTE WS-FP-PAY-FROM =
                   FUNCTION DATE-OF-INTEGER(WS-FP-INTEGER)
           END-IF.
           COMPUTE WS-FP-DAYS-WORKED =
               FUNCTION INTEGER-OF-DATE(EMP-STATUS-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-FP-PAY-FROM) + 1.
           COMPUTE WS-FP-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-FP-PER-END)
               - FUNCTION INTEGER-OF-DATE(WS-FP-PER-START) + 1.
           IF EMP-PAY-HOURLY
               PERFORM FIND-LEAVER-TIMESHEET
               IF FP-TIMESHEET-FOUND
                   COMPUTE WS-FP-REG-CAP ROUNDED =
                       WS-HOURS-PER-WEEK * WS-FP-DAYS-WORKED / 7
                   IF WS-PAY-REG-HOURS > WS-FP-REG-CAP
                       COMPUTE WS-PAY-OT-HOURS = WS-PAY-OT-HOURS
                           + WS-PAY-REG-HOURS - WS-FP-REG-CAP
                       MOVE WS-FP-REG-CAP TO WS-PAY-REG-HOURS
                   END-IF
                   COMPUTE WS-FP-PARTIAL-GROSS ROUNDED =
                       EMP-HOURLY-RATE * WS-PAY-REG-HOURS
                       + EMP-HOURLY-RATE * WS-OVERTIME-FACTOR
                         * WS-PAY-OT-HOURS
               ELSE
                   SET FP-HELD TO TRUE
                   MOVE "HOURLY, NO TIMESHEET - FINAL PAY HELD"
                       TO WS-FP-NOTE
               END-IF
           ELSE
               COMPUTE WS-FP-PARTIAL-GROSS ROUNDED =
                   EMP-SALARY / WS-PERIODS-PER-YEAR
                   * WS-FP-DAYS-WORKED / WS-FP-PERIOD-DAYS
           END-IF.

      * The leaver's row in timesheet.dat for the leaving date's
      * period; the register's edit rejects it (no active master),
      * so it is read here directly. The last valid row wins.
       FIND-LEAVER-TIMESHEET.
           MOVE "N" TO WS-FP-TS-FOUND-SW.
           MOVE "N" TO WS-TIMESHEET-EOF-SW.
           OPEN INPUT TIMESHEET-FILE.
           IF WS-TIMESHEET-STATUS NOT = "00"
               SET TIMESHEET-AT-END TO TRUE
           ELSE
               READ TIMESHEET-FILE
                   AT END SET TIMESHEET-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL TIMESHEET-AT-END
               IF TS-EMP-ID IS NUMERIC
                   AND TS-EMP-ID = EMP-ID
                   AND TS-PERIOD-END = WS-FP-PER-END
                   AND TS-REGULAR-HOURS IS NUMERIC
                   AND TS-OVERTIME-HOURS IS NUMERIC
                   SET FP-TIMESHEET-FOUND TO TRUE
                   MOVE TS-REGULAR-HOURS  TO WS-PAY-REG-HOURS
                   MOVE TS-OVERTIME-HOURS TO WS-PAY-OT-HOURS
               END-IF
               READ TIMESHEET-FILE
                   AT END SET TIMESHEET-AT-END TO TRUE
               END-READ
           END-PERFORM.
           IF WS-TIMESHEET-STATUS = "00" OR "10"
               CLOSE TIMESHEET-FILE
           END-IF.

       PAY-FINAL-PAY-LEAVER.
           IF WS-NET-PAY > ZERO
               MOVE SPACES TO BANK-PAYMENT-RECORD
               MOVE "C"                TO BP-RECORD-TYPE
               MOVE WS-PERIOD-END-DATE TO BP-PERIOD-END
               MOVE EMP-ID             TO BP-EMP-ID
               MOVE EMP-BANK-ROUTING   TO BP-BANK-ROUTING
               MOVE EMP-BANK-ACCOUNT   TO BP-BANK-ACCOUNT
               MOVE WS-NET-PAY         TO BP-AMOUNT
               WRITE BANK-PAYMENT-RECORD
               ADD 1          TO WS-BANK-PAY-COUNT
               ADD WS-NET-PAY TO WS-BANK-PAY-TOTAL
           END-IF.
           PERFORM POST-FINAL-PAY-TO-YTD.
           IF FP-LEAVE-FOUND AND WS-FP-LEAVE-HOURS > ZERO
               MOVE EMP-ID TO LB-EMP-ID
               READ LEAVE-BALANCE-FILE
                   KEY IS LB-EMP-ID
                   INVALID KEY
                       DISPLAY "Leave balance vanished for EMP-ID "
                           EMP-ID " - not zeroed"
                   NOT INVALID KEY
                       MOVE ZERO TO LB-BALANCE-HOURS
                       REWRITE LEAVE-BALANCE-RECORD
               END-READ
           END-IF.
           ADD 1            TO WS-FP-PAID-COUNT.
           ADD WS-GROSS-PAY TO WS-FP-TOTAL-GROSS.

      * Into the current year's buckets, like the retro run. The
      * leaving date becomes the last paid period end only when the
      * partial period was paid.
       POST-FINAL-PAY-TO-YTD.
           MOVE WS-PERIOD-END-DATE(1:4) TO WS-YTD-PERIOD-YEAR.
           MOVE EMP-ID TO YTD-EMP-ID.
           READ YTD-MASTER-FILE
               KEY IS YTD-EMP-ID
               INVALID KEY
                   INITIALIZE YTD-MASTER-RECORD
                   MOVE EMP-ID             TO YTD-EMP-ID
                   MOVE WS-YTD-PERIOD-YEAR TO YTD-YEAR
                   PERFORM ADD-FINAL-PAY-TO-YTD
                   WRITE YTD-MASTER-RECORD
               NOT INVALID KEY
                   IF YTD-YEAR NOT = WS-YTD-PERIOD-YEAR
                       PERFORM ROLL-YTD-BUCKETS
                   END-IF
                   PERFORM ADD-FINAL-PAY-TO-YTD
                   REWRITE YTD-MASTER-RECORD
           END-READ.
           PERFORM RECORD-FINAL-PAY-HISTORY.

       ADD-FINAL-PAY-TO-YTD.
           IF WS-FP-DAYS-WORKED > ZERO
               MOVE EMP-STATUS-DATE TO YTD-LAST-PERIOD-END
           END-IF.
           ADD WS-GROSS-PAY         TO YTD-GROSS-PAY.
           ADD WS-TAX-AMOUNT        TO YTD-TAX-AMOUNT.
           ADD WS-RETIREMENT-AMOUNT TO YTD-RETIREMENT-AMOUNT.
           ADD WS-FP-INSURANCE      TO YTD-INSURANCE-AMOUNT.
           ADD WS-NET-PAY           TO YTD-NET-PAY.

       WRITE-FINAL-PAY-STATEMENT.
           MOVE SPACES TO FINAL-PAY-LINE.
           WRITE FINAL-PAY-LINE.
           MOVE SPACES TO FINAL-PAY-LINE.
           STRING "FINAL PAY STATEMENT - EMP-ID " DELIMITED BY SIZE
               EMP-ID          DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               EMP-NAME        DELIMITED BY SIZE
               INTO FINAL-PAY-LINE
           END-STRING.
           WRITE FINAL-PAY-LINE.
           MOVE SPACES TO FINAL-PAY-LINE.
           STRING "  DEPARTMENT: "  DELIMITED BY SIZE
               EMP-DEPARTMENT       DELIMITED BY SIZE
               " LEAVING DATE: "    DELIMITED BY SIZE
               EMP-STATUS-DATE      DELIMITED BY SIZE
               INTO FINAL-PAY-LINE
           END-STRING.
           WRITE FINAL-PAY-LINE.
           MOVE SPACES TO FINAL-PAY-LINE.
           STRING "  LAST PAID THROUGH: " DELIMITED BY SIZE
               WS-FP-LAST-PAID            DELIMITED BY SIZE
               INTO FINAL-PAY-LINE
           END-STRING.
           WRITE FINAL-PAY-LINE.
           IF WS-FP-DAYS-WORKED > ZERO
               MOVE SPACES TO FINAL-PAY-LINE
               STRING "  FINAL PERIOD PAID: " DELIMITED BY SIZE
                   WS-FP-PAY-FROM             DELIMITED BY SIZE
                   " TO "                     DELIMITED BY SIZE
                   EMP-STATUS-DATE            DELIMITED BY SIZE
                   INTO FINAL-PAY-LINE
               END-STRING
               WRITE FINAL-PAY-LINE
               MOVE SPACES TO WS-FP-LABEL
               IF EMP-PAY-HOURLY
                   MOVE WS-PAY-REG-HOURS TO WS-EDIT-FP-REG
                   MOVE WS-PAY-OT-HOURS  TO WS-EDIT-FP-OT
                   STRING "HOURS REG "  DELIMITED BY SIZE
                       WS-EDIT-FP-REG   DELIMITED BY SIZE
                       " OT "           DELIMITED BY SIZE
                       WS-EDIT-FP-OT    DELIMITED BY SIZE
                       INTO WS-FP-LABEL
                   END-STRING
               ELSE
                   STRING "SALARY "       DELIMITED BY SIZE
                       WS-FP-DAYS-WORKED  DELIMITED BY SIZE
                       " OF "             DELIMITED BY SIZE
                       WS-FP-PERIOD-DAYS  DELIMITED BY SIZE
                       " DAYS"            DELIMITED BY SIZE
                       INTO WS-FP-LABEL
                   END-STRING
               END-IF
               MOVE WS-FP-PARTIAL-GROSS TO WS-EDIT-FP-AMOUNT
               PERFORM WRITE-FINAL-PAY-AMOUNT
           END-IF.
           IF WS-FP-LEAVE-HOURS NOT = ZERO
               MOVE WS-FP-LEAVE-HOURS TO WS-EDIT-FP-HOURS
               MOVE WS-FP-HOURLY-RATE TO WS-EDIT-FP-RATE
               MOVE SPACES TO WS-FP-LABEL
               STRING "LEAVE PAYOUT"  DELIMITED BY SIZE
                   WS-EDIT-FP-HOURS   DELIMITED BY SIZE
                   " HRS AT "         DELIMITED BY SIZE
                   WS-EDIT-FP-RATE    DELIMITED BY SIZE
                   INTO WS-FP-LABEL
               END-STRING
               MOVE WS-FP-LEAVE-PAY TO WS-EDIT-FP-AMOUNT
               PERFORM WRITE-FINAL-PAY-AMOUNT
           END-IF.
           MOVE "GROSS PAY"     TO WS-FP-LABEL.
           MOVE WS-GROSS-PAY    TO WS-EDIT-FP-AMOUNT.
           PERFORM WRITE-FINAL-PAY-AMOUNT.
           MOVE "TAX WITHHELD"  TO WS-FP-LABEL.
           MOVE WS-TAX-AMOUNT   TO WS-EDIT-FP-AMOUNT.
           PERFORM WRITE-FINAL-PAY-AMOUNT.
           MOVE "RETIREMENT"    TO WS-FP-LABEL.
           MOVE WS-RETIREMENT-AMOUNT TO WS-EDIT-FP-AMOUNT.
           PERFORM WRITE-FINAL-PAY-AMOUNT.
           MOVE "INSURANCE"     TO WS-FP-LABEL.
           MOVE WS-FP-INSURANCE TO WS-EDIT-FP-AMOUNT.
           PERFORM WRITE-FINAL-PAY-AMOUNT.
           MOVE "NET PAY"       TO WS-FP-LABEL.
           MOVE WS-NET-PAY      TO WS-EDIT-FP-AMOUNT.
           PERFORM WRITE-FINAL-PAY-AMOUNT.
           MOVE SPACES TO FINAL-PAY-LINE.
           STRING "  ==> "  DELIMITED BY SIZE
               WS-FP-NOTE   DELIMITED BY SIZE
               INTO FINAL-PAY-LINE
           END-STRING.
           WRITE FINAL-PAY-LINE.

       WRITE-FINAL-PAY-AMOUNT.
           MOVE SPACES TO FINAL-PAY-LINE.
           STRING "  "           DELIMITED BY SIZE
               WS-FP-LABEL       DELIMITED BY SIZE
               WS-EDIT-FP-AMOUNT DELIMITED BY SIZE
               INTO FINAL-PAY-LINE
           END-STRING.
           WRITE FINAL-PAY-LINE.

       WRITE-FINAL-PAY-TOTALS.
           MOVE SPACES TO FINAL-PAY-LINE.
           WRITE FINAL-PAY-LINE.
           MOVE WS-FP-PAID-COUNT  TO WS-EDIT-COUNT.
           MOVE WS-BANK-PAY-TOTAL TO WS-EDIT-SALARY.
           MOVE SPACES TO FINAL-PAY-LINE.
           STRING "LEAVERS PAID: "   DELIMITED BY SIZE
               WS-EDIT-COUNT         DELIMITED BY SIZE
               "   NET PAID: "       DELIMITED BY SIZE
               WS-EDIT-SALARY        DELIMITED BY SIZE
               INTO FINAL-PAY-LINE
           END-STRING.
           WRITE FINAL-PAY-LINE.
           MOVE WS-FP-TOTAL-GROSS TO WS-EDIT-SALARY.
           MOVE SPACES TO FINAL-PAY-LINE.
           STRING "GROSS PAID: "     DELIMITED BY SIZE
               WS-EDIT-SALARY        DELIMITED BY SIZE
               INTO FINAL-PAY-LINE
           END-STRING.
           WRITE FINAL-PAY-LINE.
           MOVE WS-FP-HELD-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO FINAL-PAY-LINE.
           STRING "LEAVERS HELD: "   DELIMITED BY SIZE
               WS-EDIT-COUNT         DELIMITED BY SIZE
               INTO FINAL-PAY-LINE
           END-STRING.
           WRITE FINAL-PAY-LINE.

      * J run: see the bank return block in WORKING-STORAGE.
       BANK-RETURN-RUN.
           PERFORM SET-CURRENT-PAY-PERIOD.
           PERFORM LOAD-GL-ACCOUNT-TABLE.
           MOVE ZERO TO WS-SENT-COUNT.
           MOVE "N"  TO WS-SENT-FULL-SW.
           MOVE "bankpay.dat" TO WS-BANK-FILE-NAME.
           PERFORM LOAD-SENT-PAYMENTS.
           MOVE "bankretro.dat" TO WS-BANK-FILE-NAME.
           PERFORM LOAD-SENT-PAYMENTS.
           MOVE "bankoffc.dat" TO WS-BANK-FILE-NAME.
           PERFORM LOAD-SENT-PAYMENTS.
           MOVE "N" TO WS-BANK-RTN-EOF-SW.
           OPEN INPUT BANK-RETURN-FILE.
           IF WS-BANK-RTN-STATUS NOT = "00"
               DISPLAY "Bank return file not available, status "
                   WS-BANK-RTN-STATUS " - return run skipped"
           ELSE
               READ BANK-RETURN-FILE
                   AT END SET BANK-RTN-AT-END TO TRUE
               END-READ
               PERFORM CHECK-BANK-RETURN-HEADER
               IF NOT BANK-RTN-AT-END
                   PERFORM OPEN-YTD-MASTER
                   IF YTD-FILE-OPEN
                       PERFORM PROCESS-BANK-RETURNS
                       CLOSE YTD-MASTER-FILE
                       MOVE "N" TO WS-YTD-OPEN-SW
                   ELSE
                       DISPLAY "Return run skipped - YTD master not "
                           "available"
                   END-IF
               END-IF
               CLOSE BANK-RETURN-FILE
           END-IF.

      * Credits on one outgoing bank file, header and trailer skipped.
       LOAD-SENT-PAYMENTS.
           MOVE "N" TO WS-BANK-LOAD-EOF-SW.
           OPEN INPUT BANK-PAYMENT-FILE.
           IF WS-BANK-FILE-STATUS NOT = "00"
               SET BANK-LOAD-AT-END TO TRUE
           ELSE
               READ BANK-PAYMENT-FILE
                   AT END SET BANK-LOAD-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL BANK-LOAD-AT-END
               IF BP-RECORD-TYPE = "C"
                   IF WS-SENT-COUNT >= 5000
                       SET SENT-TABLE-FULL TO TRUE
                   ELSE
                       ADD 1 TO WS-SENT-COUNT
                       MOVE BP-EMP-ID
                           TO WS-SENT-EMP-ID(WS-SENT-COUNT)
                       MOVE BP-PERIOD-END
                           TO WS-SENT-PERIOD-END(WS-SENT-COUNT)
                       MOVE BP-AMOUNT
                           TO WS-SENT-AMOUNT(WS-SENT-COUNT)
                       MOVE WS-BANK-FILE-NAME
                           TO WS-SENT-SOURCE(WS-SENT-COUNT)
                       MOVE "N"
                           TO WS-SENT-RETURNED-SW(WS-SENT-COUNT)
                   END-IF
               END-IF
               READ BANK-PAYMENT-FILE
                   AT END SET BANK-LOAD-AT-END TO TRUE
               END-READ
           END-PERFORM.
           IF WS-BANK-FILE-STATUS = "00" OR "10"
               CLOSE BANK-PAYMENT-FILE
           END-IF.
           IF SENT-TABLE-FULL
               DISPLAY "Sent payment table full at 5000 - later "
                   "credits in " WS-BANK-FILE-NAME " not matchable"
           END-IF.

      * Same duplicate-run gate as trans.dat and leaveuse.dat.
       CHECK-BANK-RETURN-HEADER.
           IF NOT BANK-RTN-AT-END
               IF BRH-RECORD-TYPE = "H"
                   MOVE BRH-BATCH-ID TO WS-RUN-BATCH-ID
                   IF WS-RUN-BATCH-ID = SPACES
                       DISPLAY "Bank return header has no batch id "
                           "- duplicate-run protection skipped"
                       MOVE "N" TO WS-BATCH-DONE-SW
                   ELSE
                       PERFORM CHECK-BATCH-ALREADY-RUN
                   END-IF
                   IF BATCH-ALREADY-DONE
                       DISPLAY "Bank return batch " WS-RUN-BATCH-ID
                           " already completed per run control - "
                           "run refused"
                       MOVE "REFUSED" TO WS-RUN-OUTCOME
                       SET BANK-RTN-AT-END TO TRUE
                   ELSE
                       READ BANK-RETURN-FILE
                           AT END SET BANK-RTN-AT-END TO TRUE
                       END-READ
                   END-IF
               ELSE
                   DISPLAY "Bank return file has no batch header - "
                       "duplicate-run protection skipped"
               END-IF
           END-IF.

       PROCESS-BANK-RETURNS.
           OPEN I-O EMPLOYEE-FILE.
           MOVE "OPEN-I-O" TO WS-CHECK-OPERATION.
           MOVE SPACES     TO WS-CHECK-KEY.
           PERFORM CHECK-EMPLOYEE-FILE-STATUS.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           OPEN OUTPUT BANK-RETURN-REPORT.
           MOVE "bankrtn.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           OPEN OUTPUT REISSUE-REPORT.
           MOVE "reissue.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           PERFORM WRITE-BANK-RETURN-HEADINGS.
           PERFORM UNTIL BANK-RTN-AT-END
               EVALUATE BR-RECORD-TYPE
                   WHEN "R"
                       PERFORM PROCESS-ONE-RETURN
                   WHEN "T"
                       SET BR-TRAILER-SEEN TO TRUE
                       IF BRT-RECORD-COUNT IS NUMERIC
                           MOVE BRT-RECORD-COUNT TO WS-BR-CTL-COUNT
                       END-IF
                       IF BRT-TOTAL-AMOUNT IS NUMERIC
                           MOVE BRT-TOTAL-AMOUNT TO WS-BR-CTL-TOTAL
                       END-IF
                   WHEN OTHER
                       DISPLAY "Bank return record type "
                           BR-RECORD-TYPE " ignored"
               END-EVALUATE
               READ BANK-RETURN-FILE
                   AT END SET BANK-RTN-AT-END TO TRUE
               END-READ
           END-PERFORM.
           PERFORM WRITE-RETURN-GL-EXTRACT.
           PERFORM WRITE-BANK-RETURN-TOTALS.
           CLOSE REISSUE-REPORT.
           CLOSE BANK-RETURN-REPORT.
           CLOSE AUDIT-FILE.
           CLOSE EMPLOYEE-FILE.
           DISPLAY "Bank returns: read=" WS-BR-READ-COUNT
               " reversed=" WS-BR-REVERSED-COUNT
               " rejected=" WS-BR-REJECT-COUNT
               " bank-details-cleared=" WS-BR-CLEARED-COUNT.

       PROCESS-ONE-RETURN.
           ADD 1 TO WS-BR-READ-COUNT.
           MOVE SPACES TO WS-BR-ERROR.
           MOVE SPACES TO WS-BR-NOTE.
           MOVE ZERO   TO WS-SENT-FOUND-IDX.
           IF BR-EMP-ID IS NOT NUMERIC
               OR BR-PERIOD-END IS NOT NUMERIC
               OR BR-AMOUNT IS NOT NUMERIC
               MOVE "RETURN RECORD NOT NUMERIC" TO WS-BR-ERROR
           ELSE
               ADD BR-AMOUNT TO WS-BR-READ-TOTAL
               PERFORM FIND-SENT-PAYMENT
               IF WS-SENT-FOUND-IDX = ZERO
                   MOVE "NO MATCHING PAYMENT ON FILE" TO WS-BR-ERROR
               ELSE
                   IF WS-SENT-AMOUNT(WS-SENT-FOUND-IDX)
                       NOT = BR-AMOUNT
                       MOVE "AMOUNT DIFFERS FROM PAYMENT"
                           TO WS-BR-ERROR
                   END-IF
               END-IF
           END-IF.
           MOVE BR-EMP-ID TO EMP-ID.
           MOVE "N" TO WS-EMP-FOUND-SW.
           IF BR-EMP-ID IS NUMERIC
               READ EMPLOYEE-FILE
                   KEY IS EMP-ID
                   INVALID KEY
                       MOVE "N" TO WS-EMP-FOUND-SW
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EMP-FOUND-SW
               END-READ
               MOVE "READ"    TO WS-CHECK-OPERATION
               MOVE BR-EMP-ID TO WS-CHECK-KEY
               PERFORM CHECK-EMPLOYEE-FILE-STATUS
           END-IF.
           IF EMP-FOUND
               MOVE EMP-NAME       TO WS-BR-EMP-NAME
               MOVE EMP-DEPARTMENT TO WS-BR-DEPARTMENT
           ELSE
               MOVE "(no longer on master)" TO WS-BR-EMP-NAME
               MOVE SPACES TO WS-BR-DEPARTMENT
           END-IF.
           IF WS-BR-ERROR = SPACES
               PERFORM REVERSE-RETURNED-PAYMENT
           ELSE
               ADD 1 TO WS-BR-REJECT-COUNT
               IF BR-AMOUNT IS NUMERIC
                   ADD BR-AMOUNT TO WS-BR-REJECT-TOTAL
               END-IF
               MOVE WS-BR-ERROR TO WS-BR-NOTE
           END-IF.
           PERFORM WRITE-BANK-RETURN-DETAIL.

      * First unreturned credit for the EMP-ID and period end, or the
      * one for the returned amount when more than one was sent.
       FIND-SENT-PAYMENT.
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
               UNTIL WS-SENT-IDX > WS-SENT-COUNT
               IF WS-SENT-EMP-ID(WS-SENT-IDX) = BR-EMP-ID
                   AND WS-SENT-PERIOD-END(WS-SENT-IDX) = BR-PERIOD-END
                   AND NOT SENT-RETURNED(WS-SENT-IDX)
                   IF WS-SENT-FOUND-IDX = ZERO
                       MOVE WS-SENT-IDX TO WS-SENT-FOUND-IDX
                   ELSE
                       IF WS-SENT-AMOUNT(WS-SENT-IDX) = BR-AMOUNT
                           AND WS-SENT-AMOUNT(WS-SENT-FOUND-IDX)
                               NOT = BR-AMOUNT
                           MOVE WS-SENT-IDX TO WS-SENT-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * A payment from an earlier year than the YTD record now holds
      * was already rolled off into that year's totals; it is still
      * reversed in the GL and reissued, but YTD is left alone.
       REVERSE-RETURNED-PAYMENT.
           SET SENT-RETURNED(WS-SENT-FOUND-IDX) TO TRUE.
           MOVE BR-EMP-ID TO YTD-EMP-ID.
           READ YTD-MASTER-FILE
               KEY IS YTD-EMP-ID
               INVALID KEY
                   MOVE "NO YTD RECORD - YTD NOT REVERSED"
                       TO WS-BR-NOTE
               NOT INVALID KEY
                   IF YTD-YEAR NOT = BR-PERIOD-END(1:4)
                       MOVE "PRIOR-YEAR PAYMENT - YTD NOT REVERSED"
                           TO WS-BR-NOTE
                   ELSE
                       IF YTD-NET-PAY < BR-AMOUNT
                           MOVE ZERO TO YTD-NET-PAY
                       ELSE
                           SUBTRACT BR-AMOUNT FROM YTD-NET-PAY
                       END-IF
                       REWRITE YTD-MASTER-RECORD
                   END-IF
           END-READ.
           IF EMP-FOUND
               IF EMP-BANK-ROUTING = BR-BANK-ROUTING
                   AND EMP-BANK-ACCOUNT = BR-BANK-ACCOUNT
                   MOVE ZERO   TO EMP-BANK-ROUTING
                   MOVE SPACES TO EMP-BANK-ACCOUNT
                   REWRITE EMPLOYEE-RECORD
                   MOVE "REWRITE" TO WS-CHECK-OPERATION
                   PERFORM CHECK-EMPLOYEE-FILE-STATUS
                   ADD 1 TO WS-BR-CLEARED-COUNT
                   MOVE "BNKRTN"  TO WS-AUDIT-ACTION
                   MOVE BR-EMP-ID TO WS-AUDIT-EMP-ID
                   PERFORM WRITE-AUDIT-ENTRY
               ELSE
                   IF WS-BR-NOTE = SPACES
                       MOVE "BANK DETAILS SINCE CHANGED - KEPT"
                           TO WS-BR-NOTE
                   END-IF
               END-IF
           END-IF.
           IF WS-BR-NOTE = SPACES
               MOVE "REVERSED - BANK DETAILS CLEARED" TO WS-BR-NOTE
           END-IF.
           PERFORM ADD-RETURN-TO-DEPT.
           ADD 1         TO WS-BR-REVERSED-COUNT.
           ADD BR-AMOUNT TO WS-BR-REVERSED-TOTAL.
           PERFORM WRITE-REISSUE-LINE.

       ADD-RETURN-TO-DEPT.
           MOVE ZERO TO WS-BR-DEPT-FOUND-IDX.
           PERFORM VARYING WS-BR-DEPT-IDX FROM 1 BY 1
               UNTIL WS-BR-DEPT-IDX > WS-BR-DEPT-COUNT
               IF WS-BR-DEPT-NAME(WS-BR-DEPT-IDX) = WS-BR-DEPARTMENT
                   MOVE WS-BR-DEPT-IDX TO WS-BR-DEPT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-BR-DEPT-FOUND-IDX = ZERO
               IF WS-BR-DEPT-COUNT >= 50
                   DISPLAY "Return department table full - "
                       WS-BR-DEPARTMENT " not reversed in GL"
               ELSE
                   ADD 1 TO WS-BR-DEPT-COUNT
                   MOVE WS-BR-DEPT-COUNT TO WS-BR-DEPT-FOUND-IDX
                   MOVE WS-BR-DEPARTMENT
                       TO WS-BR-DEPT-NAME(WS-BR-DEPT-FOUND-IDX)
                   MOVE ZERO
                       TO WS-BR-DEPT-AMOUNT(WS-BR-DEPT-FOUND-IDX)
               END-IF
           END-IF.
           IF WS-BR-DEPT-FOUND-IDX NOT = ZERO
               ADD BR-AMOUNT
                   TO WS-BR-DEPT-AMOUNT(WS-BR-DEPT-FOUND-IDX)
           END-IF.

      * The R run's extract turned round: each department's expense
      * account is credited with its returned net pay and salary
      * clearing debited with the total. A leaver no longer on the
      * master has no department and lands in suspense.
       WRITE-RETURN-GL-EXTRACT.
           MOVE "glreturn.dat" TO WS-GL-POST-FILE-NAME.
           OPEN OUTPUT GL-POSTING-FILE.
           PERFORM WRITE-GL-HEADER.
           MOVE ZERO TO WS-TOTAL-SALARY.
           PERFORM VARYING WS-BR-DEPT-IDX FROM 1 BY 1
               UNTIL WS-BR-DEPT-IDX > WS-BR-DEPT-COUNT
               MOVE WS-BR-DEPT-NAME(WS-BR-DEPT-IDX)
                   TO WS-PREV-DEPARTMENT
               PERFORM FIND-DEPT-GL-ACCOUNT
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE "C"              TO GL-RECORD-TYPE
               MOVE WS-POSTING-DATE  TO GL-POSTING-DATE
               MOVE WS-GL-DEBIT-ACCT TO GL-ACCOUNT
               MOVE ZERO             TO GL-DEBIT-AMOUNT
               MOVE WS-BR-DEPT-AMOUNT(WS-BR-DEPT-IDX)
                   TO GL-CREDIT-AMOUNT
               MOVE WS-PREV-DEPARTMENT TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
               ADD 1 TO WS-GL-RECORD-COUNT
               ADD WS-BR-DEPT-AMOUNT(WS-BR-DEPT-IDX)
                   TO WS-GL-HASH-TOTAL
               ADD WS-BR-DEPT-AMOUNT(WS-BR-DEPT-IDX)
                   TO WS-TOTAL-SALARY
           END-PERFORM.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE "D"                 TO GL-RECORD-TYPE.
           MOVE WS-POSTING-DATE     TO GL-POSTING-DATE.
           MOVE WS-GL-CLEARING-ACCT TO GL-ACCOUNT.
           MOVE WS-TOTAL-SALARY     TO GL-DEBIT-AMOUNT.
           MOVE ZERO                TO GL-CREDIT-AMOUNT.
           MOVE "BANK RETURNS"      TO GL-DESCRIPTION.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-GL-RECORD-COUNT.
           ADD WS-TOTAL-SALARY TO WS-GL-HASH-TOTAL.
           MOVE "T"                 TO GL-CTL-RECORD-TYPE.
           MOVE WS-POSTING-DATE     TO GL-CTL-POSTING-DATE.
           MOVE WS-GL-RECORD-COUNT  TO GL-CTL-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL    TO GL-CTL-HASH-TOTAL.
           WRITE GL-CONTROL-RECORD.
           CLOSE GL-POSTING-FILE.

       WRITE-BANK-RETURN-HEADINGS.
           MOVE SPACES TO BANK-RETURN-LINE.
           STRING "BANK RETURNS REPORT - RUN " DELIMITED BY SIZE
               WS-RUN-DATE                     DELIMITED BY SIZE
               "  BATCH "                      DELIMITED BY SIZE
               WS-RUN-BATCH-ID                 DELIMITED BY SIZE
               INTO BANK-RETURN-LINE
           END-STRING.
           WRITE BANK-RETURN-LINE.
           MOVE SPACES TO BANK-RETURN-LINE.
           STRING "EMPID PER END  RSN         AMOUNT  "
                                               DELIMITED BY SIZE
               "DISPOSITION"                   DELIMITED BY SIZE
               INTO BANK-RETURN-LINE
           END-STRING.
           WRITE BANK-RETURN-LINE.
           MOVE SPACES TO REISSUE-LINE.
           STRING "PAYMENT REISSUE LIST FOR TREASURY - RUN "
                                               DELIMITED BY SIZE
               WS-RUN-DATE                     DELIMITED BY SIZE
               INTO REISSUE-LINE
           END-STRING.
           WRITE REISSUE-LINE.
           MOVE SPACES TO REISSUE-LINE.
           STRING "EMPID NAME                           PER END "
                                               DELIMITED BY SIZE
               "         AMOUNT"               DELIMITED BY SIZE
               INTO REISSUE-LINE
           END-STRING.
           WRITE REISSUE-LINE.

       WRITE-BANK-RETURN-DETAIL.
           IF BR-AMOUNT IS NUMERIC
               MOVE BR-AMOUNT TO WS-EDIT-BR-AMOUNT
           ELSE
               MOVE ZERO TO WS-EDIT-BR-AMOUNT
           END-IF.
           MOVE SPACES TO BANK-RETURN-LINE.
           STRING BR-EMP-ID         DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               BR-PERIOD-END        DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               BR-REASON-CODE       DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-EDIT-BR-AMOUNT    DELIMITED BY SIZE
               "  "                 DELIMITED BY SIZE
               WS-BR-NOTE           DELIMITED BY SIZE
               INTO BANK-RETURN-LINE
           END-STRING.
           WRITE BANK-RETURN-LINE.

       WRITE-REISSUE-LINE.
           MOVE BR-AMOUNT TO WS-EDIT-BR-AMOUNT.
           MOVE SPACES TO REISSUE-LINE.
           STRING BR-EMP-ID         DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-BR-EMP-NAME       DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               BR-PERIOD-END        DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-EDIT-BR-AMOUNT    DELIMITED BY SIZE
               INTO REISSUE-LINE
           END-STRING.
           WRITE REISSUE-LINE.

      * Every return read, reversed or not, is held to the trailer.
       WRITE-BANK-RETURN-TOTALS.
           MOVE SPACES TO BANK-RETURN-LINE.
           WRITE BANK-RETURN-LINE.
           MOVE WS-BR-REVERSED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-BR-REVERSED-TOTAL TO WS-EDIT-SALARY.
           MOVE SPACES TO BANK-RETURN-LINE.
           STRING "REVERSED:       " DELIMITED BY SIZE
               WS-EDIT-COUNT          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-EDIT-SALARY         DELIMITED BY SIZE
               INTO BANK-RETURN-LINE
           END-STRING.
           WRITE BANK-RETURN-LINE.
           MOVE WS-BR-REJECT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-BR-REJECT-TOTAL TO WS-EDIT-SALARY.
           MOVE SPACES TO BANK-RETURN-LINE.
           STRING "NOT REVERSED:   " DELIMITED BY SIZE
               WS-EDIT-COUNT          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-EDIT-SALARY         DELIMITED BY SIZE
               INTO BANK-RETURN-LINE
           END-STRING.
           WRITE BANK-RETURN-LINE.
           MOVE WS-BR-READ-COUNT TO WS-EDIT-COUNT.
           MOVE WS-BR-READ-TOTAL TO WS-EDIT-SALARY.
           MOVE SPACES TO BANK-RETURN-LINE.
           STRING "RETURNS READ:   " DELIMITED BY SIZE
               WS-EDIT-COUNT          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-EDIT-SALARY         DELIMITED BY SIZE
               INTO BANK-RETURN-LINE
           END-STRING.
           WRITE BANK-RETURN-LINE.
           MOVE SPACES TO BANK-RETURN-LINE.
           IF NOT BR-TRAILER-SEEN
               STRING "*** NO TRAILER ON RETURN FILE - NOT BALANCED "
                   DELIMITED BY SIZE
                   "***" DELIMITED BY SIZE
                   INTO BANK-RETURN-LINE
               END-STRING
           ELSE
               MOVE WS-BR-CTL-COUNT TO WS-EDIT-COUNT
               MOVE WS-BR-CTL-TOTAL TO WS-EDIT-SALARY
               STRING "FILE CONTROL:   " DELIMITED BY SIZE
                   WS-EDIT-COUNT          DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-EDIT-SALARY         DELIMITED BY SIZE
                   INTO BANK-RETURN-LINE
               END-STRING
           END-IF.
           WRITE BANK-RETURN-LINE.
           IF BR-TRAILER-SEEN
               MOVE SPACES TO BANK-RETURN-LINE
               IF WS-BR-CTL-COUNT = WS-BR-READ-COUNT
                   AND WS-BR-CTL-TOTAL = WS-BR-READ-TOTAL
                   MOVE "BALANCED TO FILE CONTROL TOTAL"
                       TO BANK-RETURN-LINE
               ELSE
                   MOVE "*** OUT OF BALANCE WITH FILE CONTROL TOTAL ***"
                       TO BANK-RETURN-LINE
                   DISPLAY "WARNING: bank return file out of balance "
                       "with its control total"
               END-IF
               WRITE BANK-RETURN-LINE
           END-IF.
           MOVE WS-BR-REVERSED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-BR-REVERSED-TOTAL TO WS-EDIT-SALARY.
           MOVE SPACES TO REISSUE-LINE.
           WRITE REISSUE-LINE.
           MOVE SPACES TO REISSUE-LINE.
           STRING "PAYMENTS TO REISSUE: " DELIMITED BY SIZE
               WS-EDIT-COUNT              DELIMITED BY SIZE
               "  TOTAL: "                DELIMITED BY SIZE
               WS-EDIT-SALARY             DELIMITED BY SIZE
               INTO REISSUE-LINE
           END-STRING.
           WRITE REISSUE-LINE.

      * Year-end run: one earnings statement block per employee on
      * the YTD master, then a company totals page. Names come from
      * the employee master; an EMP-ID no longer on the master (paid
      * earlier in the year, since purged) still gets its statement.
       YTD-STATEMENT-RUN.
           MOVE "N" TO WS-YTD-EOF-SW.
           OPEN INPUT YTD-MASTER-FILE.
           IF WS-YTD-FILE-STATUS NOT = "00"
               DISPLAY "YTD master not available, status "
                   WS-YTD-FILE-STATUS " - statement run skipped"
           ELSE
               OPEN INPUT EMPLOYEE-FILE
               MOVE "OPEN-INPUT" TO WS-CHECK-OPERATION
               MOVE SPACES       TO WS-CHECK-KEY
               PERFORM CHECK-EMPLOYEE-FILE-STATUS
               OPEN OUTPUT YTD-STATEMENT-REPORT
               MOVE "ytdstmt.rpt" TO WS-RG-NOTE-NAME
               PERFORM NOTE-REPORT-WRITTEN
               READ YTD-MASTER-FILE NEXT RECORD
                   AT END SET YTD-AT-END TO TRUE
               END-READ
               PERFORM UNTIL YTD-AT-END
                   PERFORM WRITE-YTD-STATEMENT
                   ADD 1              TO WS-STMT-EMP-COUNT
                   ADD YTD-GROSS-PAY  TO WS-STMT-TOTAL-GROSS
                   ADD YTD-TAX-AMOUNT TO WS-STMT-TOTAL-TAX
                   ADD YTD-RETIREMENT-AMOUNT TO WS-STMT-TOTAL-RETIRE
                   ADD YTD-INSURANCE-AMOUNT  TO WS-STMT-TOTAL-INSURE
                   ADD YTD-NET-PAY    TO WS-STMT-TOTAL-NET
                   ADD YTD-OTHER-DEDUCTIONS TO WS-STMT-TOTAL-OTHER
                   READ YTD-MASTER-FILE NEXT RECORD
                       AT END SET YTD-AT-END TO TRUE
                   END-READ
               END-PERFORM
               PERFORM WRITE-YTD-COMPANY-TOTALS
               CLOSE YTD-STATEMENT-REPORT
               CLOSE EMPLOYEE-FILE
               CLOSE YTD-MASTER-FILE
               DISPLAY "Annual statements: employees="
                   WS-STMT-EMP-COUNT
           END-IF.

       WRITE-YTD-STATEMENT.
           MOVE "(no longer on master)" TO WS-STMT-EMP-NAME.
           MOVE YTD-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               WS-EDIT-YTD-AMOUNT DELIMITED BY SIZE
               INTO YTD-STATEMENT-LINE
           END-STRING.
           WRITE YTD-STATEMENT-LINE.
           MOVE YTD-OTHER-DEDUCTIONS TO WS-EDIT-YTD-AMOUNT.
           MOVE SPACES TO YTD-STATEMENT-LINE.
           STRING "  OTHER DEDUCTNS: " DELIMITED BY SIZE
               WS-EDIT-YTD-AMOUNT DELIMITED BY SIZE
               INTO YTD-STATEMENT-LINE
           END-STRING.
           WRITE YTD-STATEMENT-LINE.
           MOVE YTD-NET-PAY TO WS-EDIT-YTD-AMOUNT.
           MOVE SPACES TO YTD-STATEMENT-LINE.
           STRING "  NET PAY:        " DELIMITED BY SIZE
               WS-EDIT-YTD-AMOUNT DELIMITED BY SIZE
               " (THROUGH "       DELIMITED BY SIZE
               YTD-LAST-PERIOD-END DELIMITED BY SIZE
               ")"                DELIMITED BY SIZE
               INTO YTD-STATEMENT-LINE
           END-STRING.
           WRITE YTD-STATEMENT-LINE.

       WRITE-YTD-COMPANY-TOTALS.
           MOVE WS-STMT-EMP-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO YTD-STATEMENT-LINE.
           STRING "COMPANY TOTALS - EMPLOYEES: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO YTD-STATEMENT-LINE
           END-STRING.
           WRITE YTD-STATEMENT-LINE.
           MOVE WS-STMT-TOTAL-GROSS TO WS-EDIT-YTD-TOTAL.
           MOVE SPACES TO YTD-STATEMENT-LINE.
           STRING "  GROSS PAY:      " DELIMITED BY SIZE
               WS-EDIT-YTD-TOTAL DELIMITED BY SIZE
               INTO YTD-STATEMENT-LINE
           END-STRING.
           WRITE YTD-STATEMENT-LINE.
           MOVE WS-STMT-TOTAL-TAX TO WS-EDIT-YTD-TOTAL.
           MOVE SPACES TO YTD-STATEMENT-LINE.
           STRING "  TAX WITHHELD:   " DELIMITED BY SIZE
               WS-EDIT-YTD-TOTAL DELIMITED BY SIZE
               INTO YTD-STATEMENT-LINE
           END-STRING.
           WRITE YTD-STATEMENT-LINE.
           MOVE WS-STMT-TOTAL-RETIRE TO WS-EDIT-YTD-TOTAL.
           MOVE SPACES TO YTD-STATEMENT-LINE.
           STRING "  RETIREMENT:     " DELIMITED BY SIZE
               WS-EDIT-YTD-TOTAL DELIMITED BY SIZE
               INTO YTD-STATEMENT-LINE
           END-STRING.
           WRITE YTD-STATEMENT-LINE.
           MOVE WS-STMT-TOTAL-INSURE TO WS-EDIT-YTD-TOTAL.
           MOVE SPACES TO YTD-STATEMENT-LINE.
           STRING "  INSURANCE:      " DELIMITED BY SIZE
               WS-EDIT-YTD-TOTAL DELIMITED BY SIZE
               INTO YTD-STATEMENT-LINE
           END-STRING.
           WRITE YTD-STATEMENT-LINE.
           MOVE WS-STMT-TOTAL-OTHER TO WS-EDIT-YTD-TOTAL.
           MOVE SPACES TO YTD-STATEMENT-LINE.
           STRING "  OTHER DEDUCTNS: " DELIMITED BY SIZE
               WS-EDIT-YTD-TOTAL DELIMITED BY SIZE
               INTO YTD-STATEMENT-LINE
           END-STRING.
           WRITE YTD-STATEMENT-LINE.
           MOVE WS-STMT-TOTAL-NET TO WS-EDIT-YTD-TOTAL.
           MOVE SPACES TO YTD-STATEMENT-LINE.
           STRING "  NET PAY:        " DELIMITED BY SIZE
               WS-EDIT-YTD-TOTAL DELIMITED BY SIZE
               INTO YTD-STATEMENT-LINE
           END-STRING.
           WRITE YTD-STATEMENT-LINE.

      * Quarterly return from payhist.dat read by employee (the
      * alternate key). Each employee's rows for the return year are
      * split by quarter; the reported quarter is also split by
      * month for the summary and printed as the employee's QTD
      * line, and the four quarters are held against the YTD master.
      * A second pass over the YTD master catches year-to-date
      * amounts with no history behind them at all.
       QUARTERLY-TAX-RETURN.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-QTR-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE ZERO TO WS-QTR-ARG
           END-ACCEPT.
           IF WS-QTR-ARG = ZERO
               PERFORM SET-LAST-COMPLETED-QUARTER
           ELSE
               IF WS-QTR-ARG-YEAR = ZERO
                   OR WS-QTR-ARG-NO < 1 OR WS-QTR-ARG-NO > 4
                   DISPLAY "Quarter " WS-QTR-ARG
                       " is not CCYYQ - using the last completed"
                       " quarter"
                   PERFORM SET-LAST-COMPLETED-QUARTER
               ELSE
                   MOVE WS-QTR-ARG-YEAR TO WS-QTR-YEAR
                   MOVE WS-QTR-ARG-NO   TO WS-QTR-NO
               END-IF
           END-IF.
           COMPUTE WS-QTR-FIRST-MONTH = (WS-QTR-NO - 1) * 3 + 1.
           INITIALIZE WS-QM-TOTALS.
           INITIALIZE WS-QC-TOTALS.
           MOVE ZERO TO WS-QTR-EMP-COUNT.
           MOVE ZERO TO WS-QTR-QTD-GROSS.
           MOVE ZERO TO WS-QTR-QTD-TAX.
           MOVE ZERO TO WS-QTR-YTD-GROSS.
           MOVE ZERO TO WS-QTR-YTD-TAX.
           MOVE ZERO TO WS-QTR-BREAK-COUNT.
           MOVE ZERO TO WS-QTR-BREAK-LISTED.
           MOVE "N" TO WS-PH-EOF-SW.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-PH-FILE-STATUS NOT = "00"
               DISPLAY "Pay history file not available, status "
                   WS-PH-FILE-STATUS " - quarterly return skipped"
           ELSE
               MOVE "N" TO WS-QTR-YTD-OPEN-SW
               OPEN INPUT YTD-MASTER-FILE
               IF WS-YTD-FILE-STATUS = "00"
                   SET QTR-YTD-OPEN TO TRUE
               ELSE
                   DISPLAY "YTD master not available, status "
                       WS-YTD-FILE-STATUS
                       " - quarters not reconciled"
               END-IF
               OPEN INPUT EMPLOYEE-FILE
               MOVE "OPEN-INPUT" TO WS-CHECK-OPERATION
               MOVE SPACES       TO WS-CHECK-KEY
               PERFORM CHECK-EMPLOYEE-FILE-STATUS
               OPEN OUTPUT QTR-TAX-REPORT
               MOVE "qtrtax.rpt" TO WS-RG-NOTE-NAME
               PERFORM NOTE-REPORT-WRITTEN
               PERFORM WRITE-QTR-TAX-HEADINGS
               PERFORM READ-QTR-PAY-HISTORY
               PERFORM WRITE-QTR-MONTH-SUMMARY
               IF QTR-YTD-OPEN
                   PERFORM CHECK-YTD-WITHOUT-HISTORY
                   PERFORM WRITE-QTR-RECONCILIATION
                   CLOSE YTD-MASTER-FILE
               END-IF
               CLOSE QTR-TAX-REPORT
               CLOSE EMPLOYEE-FILE
               CLOSE PAY-HISTORY-FILE
               DISPLAY "Quarterly return " WS-QTR-YEAR " Q"
                   WS-QTR-NO ": employees=" WS-QTR-EMP-COUNT
                   " ytd-breaks=" WS-QTR-BREAK-COUNT
           END-IF.

      * The quarter before the one holding the run date; a run in
      * the first quarter reports the fourth quarter of last year.
       SET-LAST-COMPLETED-QUARTER.
           MOVE WS-RUN-DATE(1:4) TO WS-QTR-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-QTR-REC-MONTH.
           COMPUTE WS-QTR-NO = (WS-QTR-REC-MONTH + 2) / 3.
           IF WS-QTR-NO = 1
               MOVE 4 TO WS-QTR-NO
               SUBTRACT 1 FROM WS-QTR-YEAR
           ELSE
               SUBTRACT 1 FROM WS-QTR-NO
           END-IF.

       WRITE-QTR-TAX-HEADINGS.
           MOVE SPACES TO QTR-TAX-LINE.
           STRING "QUARTERLY PAYROLL TAX RETURN - " DELIMITED BY SIZE
               WS-QTR-YEAR DELIMITED BY SIZE
               " QUARTER " DELIMITED BY SIZE
               WS-QTR-NO DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO QTR-TAX-LINE
           END-STRING.
           WRITE QTR-TAX-LINE.
           MOVE SPACES TO QTR-TAX-LINE.
           WRITE QTR-TAX-LINE.
           MOVE SPACES TO QTR-TAX-LINE.
           MOVE "EMP-ID NAME"      TO QTR-TAX-LINE(1:11).
           MOVE "QTD GROSS WAGES"  TO QTR-TAX-LINE(33:15).
           MOVE "QTD TAX WITHHELD" TO QTR-TAX-LINE(51:16).
           WRITE QTR-TAX-LINE.

       READ-QTR-PAY-HISTORY.
           MOVE ZERO TO PH-EMP-ID.
           START PAY-HISTORY-FILE KEY >= PH-EMP-ID
               INVALID KEY SET PH-AT-END TO TRUE
           END-START.
           IF NOT PH-AT-END
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END SET PH-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL PH-AT-END
               MOVE PH-EMP-ID TO WS-QE-EMP-ID
               INITIALIZE WS-QE-QUARTERS
               MOVE "NNN" TO WS-QE-MONTHS
               PERFORM UNTIL PH-AT-END
                   OR PH-EMP-ID NOT = WS-QE-EMP-ID
                   IF PH-PERIOD-END(1:4) = WS-QTR-YEAR
                       PERFORM ADD-QTR-HISTORY-ROW
                   END-IF
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END SET PH-AT-END TO TRUE
                   END-READ
               END-PERFORM
               PERFORM FINISH-QTR-EMPLOYEE
           END-PERFORM.

       ADD-QTR-HISTORY-ROW.
           MOVE PH-PERIOD-END(5:2) TO WS-QTR-REC-MONTH.
           COMPUTE WS-QTR-REC-QTR = (WS-QTR-REC-MONTH + 2) / 3.
           ADD PH-GROSS-PAY  TO WS-QE-QTR-GROSS(WS-QTR-REC-QTR).
           ADD PH-TAX-AMOUNT TO WS-QE-QTR-TAX(WS-QTR-REC-QTR).
           ADD PH-GROSS-PAY  TO WS-QC-GROSS(WS-QTR-REC-QTR).
           ADD PH-TAX-AMOUNT TO WS-QC-TAX(WS-QTR-REC-QTR).
           IF WS-QTR-REC-QTR = WS-QTR-NO
               COMPUTE WS-QTR-MONTH-IDX =
                   WS-QTR-REC-MONTH - WS-QTR-FIRST-MONTH + 1
               ADD PH-GROSS-PAY  TO WS-QM-GROSS(WS-QTR-MONTH-IDX)
               ADD PH-TAX-AMOUNT TO WS-QM-TAX(WS-QTR-MONTH-IDX)
               MOVE "Y" TO WS-QE-MONTH-PAID-SW(WS-QTR-MONTH-IDX)
           END-IF.

       FINISH-QTR-EMPLOYEE.
           MOVE ZERO TO WS-QE-YEAR-GROSS.
           MOVE ZERO TO WS-QE-YEAR-TAX.
           PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
               UNTIL WS-QTR-IDX > 4
               ADD WS-QE-QTR-GROSS(WS-QTR-IDX) TO WS-QE-YEAR-GROSS
               ADD WS-QE-QTR-TAX(WS-QTR-IDX)   TO WS-QE-YEAR-TAX
           END-PERFORM.
           IF WS-QE-MONTHS NOT = "NNN"
               PERFORM VARYING WS-QTR-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-QTR-MONTH-IDX > 3
                   IF WS-QE-MONTH-PAID-SW(WS-QTR-MONTH-IDX) = "Y"
                       ADD 1 TO WS-QM-EMP-COUNT(WS-QTR-MONTH-IDX)
                   END-IF
               END-PERFORM
               PERFORM WRITE-QTR-EMPLOYEE-LINE
           END-IF.
           IF QTR-YTD-OPEN
               AND (WS-QE-YEAR-GROSS > ZERO OR WS-QE-YEAR-TAX > ZERO)
               PERFORM RECONCILE-QTR-EMPLOYEE
           END-IF.

       WRITE-QTR-EMPLOYEE-LINE.
           ADD 1 TO WS-QTR-EMP-COUNT.
           ADD WS-QE-QTR-GROSS(WS-QTR-NO) TO WS-QTR-QTD-GROSS.
           ADD WS-QE-QTR-TAX(WS-QTR-NO)   TO WS-QTR-QTD-TAX.
           MOVE "(no longer on file)" TO WS-QE-EMP-NAME.
           MOVE WS-QE-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-QE-EMP-NAME
           END-READ.
           MOVE "READ"       TO WS-CHECK-OPERATION.
           MOVE WS-QE-EMP-ID TO WS-CHECK-KEY.
           PERFORM CHECK-EMPLOYEE-FILE-STATUS.
           MOVE SPACES TO QTR-TAX-LINE.
           STRING WS-QE-EMP-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-QE-EMP-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO QTR-TAX-LINE
           END-STRING.
           MOVE WS-QE-QTR-GROSS(WS-QTR-NO) TO WS-EDIT-YTD-TOTAL.
           MOVE WS-EDIT-YTD-TOTAL TO QTR-TAX-LINE(31:17).
           MOVE WS-QE-QTR-TAX(WS-QTR-NO) TO WS-EDIT-YTD-TOTAL.
           MOVE WS-EDIT-YTD-TOTAL TO QTR-TAX-LINE(50:17).
           WRITE QTR-TAX-LINE.

      * History for the year against the YTD master. An employee with
      * no YTD row for the return year, or whose quarters do not add
      * to YTD gross or tax, is kept for the reconciliation section.
       RECONCILE-QTR-EMPLOYEE.
           MOVE SPACES TO WS-QTR-NOTE.
           MOVE WS-QE-EMP-ID TO YTD-EMP-ID.
           READ YTD-MASTER-FILE
               KEY IS YTD-EMP-ID
               INVALID KEY
                   MOVE ZERO TO YTD-GROSS-PAY
                   MOVE ZERO TO YTD-TAX-AMOUNT
                   MOVE "NO YTD RECORD" TO WS-QTR-NOTE
               NOT INVALID KEY
                   IF YTD-YEAR NOT = WS-QTR-YEAR
                       MOVE ZERO TO YTD-GROSS-PAY
                       MOVE ZERO TO YTD-TAX-AMOUNT
                       MOVE "YTD NOT YET IN THIS YEAR"
                           TO WS-QTR-NOTE
                   END-IF
           END-READ.
           IF WS-QTR-NOTE NOT = SPACES
               OR WS-QE-YEAR-GROSS NOT = YTD-GROSS-PAY
               OR WS-QE-YEAR-TAX NOT = YTD-TAX-AMOUNT
               IF WS-QTR-NOTE = SPACES
                   MOVE "QUARTERS DO NOT ADD UP" TO WS-QTR-NOTE
               END-IF
               PERFORM TABLE-QTR-BREAK
           END-IF.

      * Every break is counted; the first 500 are listed.
       TABLE-QTR-BREAK.
           ADD 1 TO WS-QTR-BREAK-COUNT.
           IF WS-QTR-BREAK-LISTED < 500
               ADD 1 TO WS-QTR-BREAK-LISTED
               MOVE WS-QTR-BREAK-LISTED TO WS-QTR-BREAK-IDX
               MOVE WS-QE-EMP-ID
                   TO WS-QB-EMP-ID(WS-QTR-BREAK-IDX)
               MOVE WS-QE-YEAR-GROSS
                   TO WS-QB-HIST-GROSS(WS-QTR-BREAK-IDX)
               MOVE WS-QE-YEAR-TAX
                   TO WS-QB-HIST-TAX(WS-QTR-BREAK-IDX)
               MOVE YTD-GROSS-PAY
                   TO WS-QB-YTD-GROSS(WS-QTR-BREAK-IDX)
               MOVE YTD-TAX-AMOUNT
                   TO WS-QB-YTD-TAX(WS-QTR-BREAK-IDX)
               MOVE WS-QTR-NOTE
                   TO WS-QB-NOTE(WS-QTR-BREAK-IDX)
           END-IF.

       WRITE-QTR-MONTH-SUMMARY.
           MOVE WS-QTR-EMP-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO QTR-TAX-LINE.
           STRING "EMPLOYEES PAID IN QUARTER: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO QTR-TAX-LINE
           END-STRING.
           WRITE QTR-TAX-LINE.
           MOVE SPACES TO QTR-TAX-LINE.
           WRITE QTR-TAX-LINE.
           MOVE SPACES TO QTR-TAX-LINE.
           MOVE "MONTH    EMPLOYEES" TO QTR-TAX-LINE(1:18).
           MOVE "GROSS WAGES"        TO QTR-TAX-LINE(28:11).
           MOVE "TAX WITHHELD"       TO QTR-TAX-LINE(47:12).
           WRITE QTR-TAX-LINE.
           PERFORM VARYING WS-QTR-MONTH-IDX FROM 1 BY 1
               UNTIL WS-QTR-MONTH-IDX > 3
               COMPUTE WS-QTR-REC-MONTH =
                   WS-QTR-FIRST-MONTH + WS-QTR-MONTH-IDX - 1
               MOVE WS-QM-EMP-COUNT(WS-QTR-MONTH-IDX) TO WS-EDIT-COUNT
               MOVE SPACES TO QTR-TAX-LINE
               STRING WS-QTR-YEAR DELIMITED BY SIZE
                   WS-QTR-REC-MONTH DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO QTR-TAX-LINE
               END-STRING
               MOVE WS-QM-GROSS(WS-QTR-MONTH-IDX) TO WS-EDIT-YTD-TOTAL
               MOVE WS-EDIT-YTD-TOTAL TO QTR-TAX-LINE(22:17)
               MOVE WS-QM-TAX(WS-QTR-MONTH-IDX) TO WS-EDIT-YTD-TOTAL
               MOVE WS-EDIT-YTD-TOTAL TO QTR-TAX-LINE(42:17)
               WRITE QTR-TAX-LINE
           END-PERFORM.
           MOVE SPACES TO QTR-TAX-LINE.
           STRING "QUARTER" DELIMITED BY SIZE
               INTO QTR-TAX-LINE
           END-STRING.
           MOVE WS-QTR-QTD-GROSS TO WS-EDIT-YTD-TOTAL.
           MOVE WS-EDIT-YTD-TOTAL TO QTR-TAX-LINE(22:17).
           MOVE WS-QTR-QTD-TAX TO WS-EDIT-YTD-TOTAL.
           MOVE WS-EDIT-YTD-TOTAL TO QTR-TAX-LINE(42:17).
           WRITE QTR-TAX-LINE.

      * YTD rows for the return year with money on them but no
      * history for the year - missed by the history pass.
       CHECK-YTD-WITHOUT-HISTORY.
           MOVE "N" TO WS-YTD-EOF-SW.
           MOVE ZERO TO YTD-EMP-ID.
           START YTD-MASTER-FILE KEY >= YTD-EMP-ID
               INVALID KEY SET YTD-AT-END TO TRUE
           END-START.
           IF NOT YTD-AT-END
               READ YTD-MASTER-FILE NEXT RECORD
                   AT END SET YTD-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL YTD-AT-END
               IF YTD-YEAR = WS-QTR-YEAR
                   ADD YTD-GROSS-PAY  TO WS-QTR-YTD-GROSS
                   ADD YTD-TAX-AMOUNT TO WS-QTR-YTD-TAX
                   IF YTD-GROSS-PAY > ZERO OR YTD-TAX-AMOUNT > ZERO
                       PERFORM FIND-YEAR-HISTORY
                       IF NOT QTR-HIST-SEEN
                           MOVE YTD-EMP-ID TO WS-QE-EMP-ID
                           MOVE ZERO TO WS-QE-YEAR-GROSS
                           MOVE ZERO TO WS-QE-YEAR-TAX
                           MOVE "NO PAY HISTORY FOR YEAR"
                               TO WS-QTR-NOTE
                           PERFORM TABLE-QTR-BREAK
                       END-IF
                   END-IF
               END-IF
               READ YTD-MASTER-FILE NEXT RECORD
                   AT END SET YTD-AT-END TO TRUE
               END-READ
           END-PERFORM.

       FIND-YEAR-HISTORY.
           MOVE "N" TO WS-QTR-HIST-SEEN-SW.
           MOVE "N" TO WS-PH-EOF-SW.
           MOVE YTD-EMP-ID TO PH-EMP-ID.
           START PAY-HISTORY-FILE KEY >= PH-EMP-ID
               INVALID KEY SET PH-AT-END TO TRUE
           END-START.
           IF NOT PH-AT-END
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END SET PH-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL PH-AT-END OR QTR-HIST-SEEN
               OR PH-EMP-ID NOT = YTD-EMP-ID
               IF PH-PERIOD-END(1:4) = WS-QTR-YEAR
                   SET QTR-HIST-SEEN TO TRUE
               ELSE
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END SET PH-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

       WRITE-QTR-RECONCILIATION.
           MOVE SPACES TO QTR-TAX-LINE.
           WRITE QTR-TAX-LINE.
           MOVE SPACES TO QTR-TAX-LINE.
           STRING "QUARTERS TO YTD RECONCILIATION - " DELIMITED BY SIZE
               WS-QTR-YEAR DELIMITED BY SIZE
               INTO QTR-TAX-LINE
           END-STRING.
           WRITE QTR-TAX-LINE.
           MOVE ZERO TO WS-QTR-HIST-GROSS.
           MOVE ZERO TO WS-QTR-HIST-TAX.
           PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
               UNTIL WS-QTR-IDX > 4
               MOVE SPACES TO QTR-TAX-LINE
               STRING "QUARTER " DELIMITED BY SIZE
                   WS-QTR-IDX DELIMITED BY SIZE
                   INTO QTR-TAX-LINE
               END-STRING
               MOVE WS-QC-GROSS(WS-QTR-IDX) TO WS-EDIT-YTD-TOTAL
               MOVE WS-EDIT-YTD-TOTAL TO QTR-TAX-LINE(22:17)
               MOVE WS-QC-TAX(WS-QTR-IDX) TO WS-EDIT-YTD-TOTAL
               MOVE WS-EDIT-YTD-TOTAL TO QTR-TAX-LINE(42:17)
               WRITE QTR-TAX-LINE
               ADD WS-QC-GROSS(WS-QTR-IDX) TO WS-QTR-HIST-GROSS
               ADD WS-QC-TAX(WS-QTR-IDX)   TO WS-QTR-HIST-TAX
           END-PERFORM.
           MOVE SPACES TO QTR-TAX-LINE.
           STRING "FOUR QUARTERS" DELIMITED BY SIZE
               INTO QTR-TAX-LINE
           END-STRING.
           MOVE WS-QTR-HIST-GROSS TO WS-EDIT-YTD-TOTAL.
           MOVE WS-EDIT-YTD-TOTAL TO QTR-TAX-LINE(22:17).
           MOVE WS-QTR-HIST-TAX TO WS-EDIT-YTD-TOTAL.
           MOVE WS-EDIT-YTD-TOTAL TO QTR-TAX-LINE(42:17).
           WRITE QTR-TAX-LINE.
           MOVE SPACES TO QTR-TAX-LINE.
           STRING "YTD MASTER" DELIMITED BY SIZE
               INTO QTR-TAX-LINE
           END-STRING.
           MOVE WS-QTR-YTD-GROSS TO WS-EDIT-YTD-TOTAL.
           MOVE WS-EDIT-YTD-TOTAL TO QTR-TAX-LINE(22:17).
           MOVE WS-QTR-YTD-TAX TO WS-EDIT-YTD-TOTAL.
           MOVE WS-EDIT-YTD-TOTAL TO QTR-TAX-LINE(42:17).
           WRITE QTR-TAX-LINE.
           PERFORM VARYING WS-QTR-BREAK-IDX FROM 1 BY 1
               UNTIL WS-QTR-BREAK-IDX > WS-QTR-BREAK-LISTED
               PERFORM WRITE-QTR-BREAK-LINES
           END-PERFORM.
           MOVE WS-QTR-BREAK-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO QTR-TAX-LINE.
           IF WS-QTR-BREAK-COUNT = ZERO
               STRING "ALL EMPLOYEES TIE TO YTD GROSS AND TAX"
                   DELIMITED BY SIZE
                   INTO QTR-TAX-LINE
               END-STRING
           ELSE
               STRING "EMPLOYEES NOT TYING TO YTD: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO QTR-TAX-LINE
               END-STRING
           END-IF.
           WRITE QTR-TAX-LINE.

       WRITE-QTR-BREAK-LINES.
           MOVE SPACES TO QTR-TAX-LINE.
           STRING "  *** EMP-ID " DELIMITED BY SIZE
               WS-QB-EMP-ID(WS-QTR-BREAK-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-QB-NOTE(WS-QTR-BREAK-IDX) DELIMITED BY SIZE
               INTO QTR-TAX-LINE
           END-STRING.
           WRITE QTR-TAX-LINE.
           MOVE SPACES TO QTR-TAX-LINE.
           MOVE WS-QB-HIST-GROSS(WS-QTR-BREAK-IDX)
               TO WS-EDIT-YTD-AMOUNT.
           STRING "      GROSS: QUARTERS " DELIMITED BY SIZE
               WS-EDIT-YTD-AMOUNT DELIMITED BY SIZE
               INTO QTR-TAX-LINE
           END-STRING.
           MOVE WS-QB-YTD-GROSS(WS-QTR-BREAK-IDX)
               TO WS-EDIT-YTD-AMOUNT.
           MOVE "  YTD "           TO QTR-TAX-LINE(37:6).
           MOVE WS-EDIT-YTD-AMOUNT TO QTR-TAX-LINE(43:14).
           WRITE QTR-TAX-LINE.
           MOVE SPACES TO QTR-TAX-LINE.
           MOVE WS-QB-HIST-TAX(WS-QTR-BREAK-IDX)
               TO WS-EDIT-YTD-AMOUNT.
           STRING "      TAX:   QUARTERS " DELIMITED BY SIZE
               WS-EDIT-YTD-AMOUNT DELIMITED BY SIZE
               INTO QTR-TAX-LINE
           END-STRING.
           MOVE WS-QB-YTD-TAX(WS-QTR-BREAK-IDX)
               TO WS-EDIT-YTD-AMOUNT.
           MOVE "  YTD "           TO QTR-TAX-LINE(37:6).
           MOVE WS-EDIT-YTD-AMOUNT TO QTR-TAX-LINE(43:14).
           WRITE QTR-TAX-LINE.

       LOAD-GRADE-TABLE.
           MOVE ZERO TO WS-GRADE-COUNT.
           MOVE ZERO TO WS-COMP-NO-GRADE-COUNT.
           MOVE ZERO TO WS-EOF.
           OPEN OUTPUT GRADE-REPORT.
           MOVE "gradecomp.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO GRADE-REPORT-LINE.
           STRING "SALARY BAND COMPLIANCE - ACTIVE EMPLOYEES "
               DELIMITED BY SIZE
           PERFORM WRITE-BUDGET-REPORT.
           DISPLAY "Budget vs actual: loaded=" WS-DEPT-LOAD-COUNT
               " exceptions=" WS-BUDGET-EXC-COUNT.
      * Headcount control sits beside the dollar budget.
           PERFORM POSITION-CONTROL-REPORT.

      * posctl.rpt: positions by department with what is attached to
      * each, then the active employees attached to no valid position.
      * The employee file is read twice - once to count attachments,
      * once to list the unattached - so nothing has to be held.
       POSITION-CONTROL-REPORT.
           PERFORM LOAD-POSITION-TABLE.
           PERFORM COUNT-POSITION-ATTACHMENTS.
           PERFORM SORT-POSITION-TABLE.
           MOVE ZERO TO WS-POS-TOT-POSITIONS.
           MOVE ZERO TO WS-POS-TOT-FILLED.
           MOVE ZERO TO WS-POS-TOT-VACANT.
           MOVE ZERO TO WS-POS-TOT-OVER.
           OPEN OUTPUT POSITION-REPORT.
           MOVE "posctl.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO POSITION-REPORT-LINE.
           STRING "POSITION CONTROL BY DEPARTMENT - RUN "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO POSITION-REPORT-LINE
           END-STRING.
           WRITE POSITION-REPORT-LINE.
           MOVE SPACES TO POSITION-REPORT-LINE.
           STRING "POSN   GR   FTE EMPID NAME                 "
               DELIMITED BY SIZE
               "STATUS      NOTE" DELIMITED BY SIZE
               INTO POSITION-REPORT-LINE
           END-STRING.
           WRITE POSITION-REPORT-LINE.
           MOVE SPACES TO WS-POS-PREV-DEPT.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-POS-COUNT
               IF WS-POS-IDX = 1
                   OR WS-POS-DEPT(WS-POS-IDX) NOT = WS-POS-PREV-DEPT
                   IF WS-POS-IDX > 1
                       PERFORM WRITE-POSITION-DEPT-TOTAL
                   END-IF
                   PERFORM START-POSITION-DEPT
               END-IF
               PERFORM WRITE-POSITION-LINE
           END-PERFORM.
           IF WS-POS-COUNT > ZERO
               PERFORM WRITE-POSITION-DEPT-TOTAL
           END-IF.
           MOVE SPACES TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE SPACES TO POSITION-REPORT-LINE.
           STRING "ACTIVE EMPLOYEES NOT ATTACHED TO A POSITION"
               DELIMITED BY SIZE
               INTO POSITION-REPORT-LINE
           END-STRING.
           WRITE POSITION-REPORT-LINE.
           PERFORM LIST-UNATTACHED-EMPLOYEES.
           MOVE SPACES TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE WS-POS-TOT-POSITIONS    TO WS-EDIT-POS-COUNT.
           MOVE WS-POS-TOT-FILLED       TO WS-EDIT-POS-COUNT2.
           MOVE WS-POS-TOT-VACANT       TO WS-EDIT-POS-COUNT3.
           MOVE WS-POS-TOT-OVER         TO WS-EDIT-POS-COUNT4.
           MOVE SPACES TO POSITION-REPORT-LINE.
           STRING "ALL DEPARTMENTS: POSITIONS " DELIMITED BY SIZE
               WS-EDIT-POS-COUNT  DELIMITED BY SIZE
               " FILLED "         DELIMITED BY SIZE
               WS-EDIT-POS-COUNT2 DELIMITED BY SIZE
               " VACANT "         DELIMITED BY SIZE
               WS-EDIT-POS-COUNT3 DELIMITED BY SIZE
               " OVER "           DELIMITED BY SIZE
               WS-EDIT-POS-COUNT4 DELIMITED BY SIZE
               INTO POSITION-REPORT-LINE
           END-STRING.
           WRITE POSITION-REPORT-LINE.
           MOVE WS-POS-UNATTACHED-COUNT TO WS-EDIT-POS-COUNT.
           MOVE SPACES TO POSITION-REPORT-LINE.
           STRING "EMPLOYEES WITH NO POSITION: " DELIMITED BY SIZE
               WS-EDIT-POS-COUNT DELIMITED BY SIZE
               INTO POSITION-REPORT-LINE
           END-STRING.
           WRITE POSITION-REPORT-LINE.
           CLOSE POSITION-REPORT.
           DISPLAY "Position control: positions=" WS-POS-TOT-POSITIONS
               " filled=" WS-POS-TOT-FILLED
               " vacant=" WS-POS-TOT-VACANT
               " over-filled=" WS-POS-TOT-OVER
               " unattached=" WS-POS-UNATTACHED-COUNT.

       LOAD-POSITION-TABLE.
           MOVE ZERO TO WS-POS-COUNT.
           MOVE "N" TO WS-POS-EOF-SW.
           OPEN INPUT POSITION-FILE.
           IF WS-POS-FILE-STATUS NOT = "00"
               DISPLAY "Position master not available, status "
                   WS-POS-FILE-STATUS " - no positions listed"
               SET POS-AT-END TO TRUE
           ELSE
               READ POSITION-FILE NEXT RECORD
                   AT END SET POS-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL POS-AT-END
               IF WS-POS-COUNT >= 2000
                   DISPLAY "Position table full at 2000 entries - "
                       "remaining positions not reported"
                   SET POS-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-POS-COUNT
                   MOVE PM-POSITION-NO TO WS-POS-NO(WS-POS-COUNT)
                   MOVE PM-DEPARTMENT  TO WS-POS-DEPT(WS-POS-COUNT)
                   MOVE PM-GRADE       TO WS-POS-GRADE(WS-POS-COUNT)
                   MOVE PM-AUTH-FTE    TO WS-POS-FTE(WS-POS-COUNT)
                   MOVE PM-INCUMBENT-EMP-ID
                       TO WS-POS-INCUMBENT(WS-POS-COUNT)
                   MOVE SPACES TO WS-POS-INC-NAME(WS-POS-COUNT)
                   MOVE ZERO   TO WS-POS-ATTACHED(WS-POS-COUNT)
                   READ POSITION-FILE NEXT RECORD
                       AT END SET POS-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-POS-FILE-STATUS = "00" OR "10"
               CLOSE POSITION-FILE
           END-IF.

      * Pass one: every active employee whose EMP-POSITION-NO names a
      * position in their own department counts against it.
       COUNT-POSITION-ATTACHMENTS.
           MOVE ZERO TO WS-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE "OPEN-INPUT" TO WS-CHECK-OPERATION.
           MOVE SPACES       TO WS-CHECK-KEY.
           PERFORM CHECK-EMPLOYEE-FILE-STATUS.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET WS-EOF TO 1
           END-READ.
           MOVE "READ" TO WS-CHECK-OPERATION.
           PERFORM CHECK-EMPLOYEE-FILE-STATUS.
           PERFORM UNTIL WS-EOF = 1
               MOVE EMP-STATUS TO WS-STATUS
               IF NOT STATUS-DELETED
                   PERFORM FIND-EMP-POSITION-ENTRY
                   IF POS-FOUND
                       ADD 1 TO WS-POS-ATTACHED(WS-POS-IDX)
                       IF EMP-ID = WS-POS-INCUMBENT(WS-POS-IDX)
                           MOVE EMP-NAME
                               TO WS-POS-INC-NAME(WS-POS-IDX)
                       END-IF
                   END-IF
               END-IF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END SET WS-EOF TO 1
               END-READ
               MOVE "READ"  TO WS-CHECK-OPERATION
               MOVE EMP-ID  TO WS-CHECK-KEY
               PERFORM CHECK-EMPLOYEE-FILE-STATUS
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
           MOVE ZERO TO WS-EOF.

      * Locate the table entry for the employee in hand. Found only
      * when the position exists and is in the employee's department.
       FIND-EMP-POSITION-ENTRY.
           MOVE "N" TO WS-POS-FOUND-SW.
           MOVE ZERO TO WS-POS-EMP-POSITION.
           IF EMP-POSITION-NO IS NUMERIC
               MOVE EMP-POSITION-NO TO WS-POS-EMP-POSITION
           END-IF.
           IF WS-POS-EMP-POSITION NOT = ZERO
               PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT OR POS-FOUND
                   IF WS-POS-NO(WS-POS-IDX) = WS-POS-EMP-POSITION
                       SET POS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF POS-FOUND
               SUBTRACT 1 FROM WS-POS-IDX
               IF WS-POS-DEPT(WS-POS-IDX) NOT = EMP-DEPARTMENT
                   MOVE "N" TO WS-POS-FOUND-SW
               END-IF
           END-IF.

      * Group the table by department; the load order (position
      * number) is kept within each department.
       SORT-POSITION-TABLE.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX >= WS-POS-COUNT
               PERFORM VARYING WS-POS-IDX2 FROM 1 BY 1
                   UNTIL WS-POS-IDX2 >= WS-POS-COUNT
                   IF WS-POS-DEPT(WS-POS-IDX2) >
                       WS-POS-DEPT(WS-POS-IDX2 + 1)
                       MOVE WS-POS-ENTRY(WS-POS-IDX2) TO WS-POS-SWAP
                       MOVE WS-POS-ENTRY(WS-POS-IDX2 + 1)
                           TO WS-POS-ENTRY(WS-POS-IDX2)
                       MOVE WS-POS-SWAP
                           TO WS-POS-ENTRY(WS-POS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       START-POSITION-DEPT.
           MOVE WS-POS-DEPT(WS-POS-IDX) TO WS-POS-PREV-DEPT.
           MOVE ZERO TO WS-POS-DEPT-POSITIONS.
           MOVE ZERO TO WS-POS-DEPT-FTE.
           MOVE ZERO TO WS-POS-DEPT-FILLED.
           MOVE ZERO TO WS-POS-DEPT-VACANT.
           MOVE ZERO TO WS-POS-DEPT-OVER.
           MOVE SPACES TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE SPACES TO POSITION-REPORT-LINE.
           STRING "DEPARTMENT " DELIMITED BY SIZE
               WS-POS-PREV-DEPT DELIMITED BY SIZE
               INTO POSITION-REPORT-LINE
           END-STRING.
           WRITE POSITION-REPORT-LINE.

      * Vacant: nobody attached. Filled: one employee on a funded
      * position. Over-filled: more than one, or anyone on a position
      * whose FTE has been cut to zero. An incumbent on the master who
      * is no longer attached (left or moved without the position
      * being vacated) is noted for clean-up.
       WRITE-POSITION-LINE.
           MOVE SPACES TO WS-POS-NOTE.
           EVALUATE TRUE
               WHEN WS-POS-ATTACHED(WS-POS-IDX) = ZERO
                   MOVE "VACANT" TO WS-POS-STATE
                   ADD 1 TO WS-POS-DEPT-VACANT
               WHEN WS-POS-ATTACHED(WS-POS-IDX) > 1
                   MOVE "OVER-FILLED" TO WS-POS-STATE
                   ADD 1 TO WS-POS-DEPT-OVER
                   MOVE WS-POS-ATTACHED(WS-POS-IDX)
                       TO WS-EDIT-POS-COUNT
                   STRING WS-EDIT-POS-COUNT DELIMITED BY SIZE
                       " ATTACHED"          DELIMITED BY SIZE
                       INTO WS-POS-NOTE
                   END-STRING
               WHEN WS-POS-FTE(WS-POS-IDX) = ZERO
                   MOVE "OVER-FILLED" TO WS-POS-STATE
                   ADD 1 TO WS-POS-DEPT-OVER
                   MOVE "POSITION NOT FUNDED" TO WS-POS-NOTE
               WHEN OTHER
                   MOVE "FILLED" TO WS-POS-STATE
                   ADD 1 TO WS-POS-DEPT-FILLED
           END-EVALUATE.
           IF WS-POS-INCUMBENT(WS-POS-IDX) NOT = ZERO
               AND WS-POS-INC-NAME(WS-POS-IDX) = SPACES
               AND WS-POS-NOTE = SPACES
               MOVE "INCUMBENT NOT ATTACHED" TO WS-POS-NOTE
           END-IF.
           ADD 1 TO WS-POS-DEPT-POSITIONS.
           ADD WS-POS-FTE(WS-POS-IDX) TO WS-POS-DEPT-FTE.
           MOVE WS-POS-FTE(WS-POS-IDX) TO WS-EDIT-POS-FTE.
           MOVE SPACES TO POSITION-REPORT-LINE.
           IF WS-POS-INCUMBENT(WS-POS-IDX) = ZERO
               STRING WS-POS-NO(WS-POS-IDX) DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-POS-GRADE(WS-POS-IDX) DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-EDIT-POS-FTE          DELIMITED BY SIZE
                   "                            " DELIMITED BY SIZE
                   WS-POS-STATE             DELIMITED BY SIZE
                   WS-POS-NOTE              DELIMITED BY SIZE
                   INTO POSITION-REPORT-LINE
               END-STRING
           ELSE
               STRING WS-POS-NO(WS-POS-IDX) DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-POS-GRADE(WS-POS-IDX) DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-EDIT-POS-FTE          DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-POS-INCUMBENT(WS-POS-IDX) DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-POS-INC-NAME(WS-POS-IDX) DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-POS-STATE             DELIMITED BY SIZE
                   WS-POS-NOTE              DELIMITED BY SIZE
                   INTO POSITION-REPORT-LINE
               END-STRING
           END-IF.
           WRITE POSITION-REPORT-LINE.

       WRITE-POSITION-DEPT-TOTAL.
           MOVE WS-POS-DEPT-POSITIONS TO WS-EDIT-POS-COUNT.
           MOVE WS-POS-DEPT-FTE       TO WS-EDIT-POS-DEPT-FTE.
           MOVE WS-POS-DEPT-FILLED    TO WS-EDIT-POS-COUNT2.
           MOVE WS-POS-DEPT-VACANT    TO WS-EDIT-POS-COUNT3.
           MOVE WS-POS-DEPT-OVER      TO WS-EDIT-POS-COUNT4.
           MOVE SPACES TO POSITION-REPORT-LINE.
           STRING "  POSITIONS "   DELIMITED BY SIZE
               WS-EDIT-POS-COUNT    DELIMITED BY SIZE
               " AUTH FTE "         DELIMITED BY SIZE
               WS-EDIT-POS-DEPT-FTE DELIMITED BY SIZE
               " FILLED "           DELIMITED BY SIZE
               WS-EDIT-POS-COUNT2   DELIMITED BY SIZE
               " VACANT "           DELIMITED BY SIZE
               WS-EDIT-POS-COUNT3   DELIMITED BY SIZE
               " OVER "             DELIMITED BY SIZE
               WS-EDIT-POS-COUNT4   DELIMITED BY SIZE
               INTO POSITION-REPORT-LINE
           END-STRING.
           WRITE POSITION-REPORT-LINE.
           ADD WS-POS-DEPT-POSITIONS TO WS-POS-TOT-POSITIONS.
           ADD WS-POS-DEPT-FILLED    TO WS-POS-TOT-FILLED.
           ADD WS-POS-DEPT-VACANT    TO WS-POS-TOT-VACANT.
           ADD WS-POS-DEPT-OVER      TO WS-POS-TOT-OVER.

      * Pass two: active employees with no position, a position that
      * is not on file, or one that belongs to another department.
       LIST-UNATTACHED-EMPLOYEES.
           MOVE ZERO TO WS-POS-UNATTACHED-COUNT.
           MOVE ZERO TO WS-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE "OPEN-INPUT" TO WS-CHECK-OPERATION.
           MOVE SPACES       TO WS-CHECK-KEY.
           PERFORM CHECK-EMPLOYEE-FILE-STATUS.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET WS-EOF TO 1
           END-READ.
           MOVE "READ" TO WS-CHECK-OPERATION.
           PERFORM CHECK-EMPLOYEE-FILE-STATUS.
           PERFORM UNTIL WS-EOF = 1
               MOVE EMP-STATUS TO WS-STATUS
               IF NOT STATUS-DELETED
                   PERFORM FIND-EMP-POSITION-ENTRY
                   IF NOT POS-FOUND
                       PERFORM WRITE-UNATTACHED-LINE
                   END-IF
               END-IF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END SET WS-EOF TO 1
               END-READ
               MOVE "READ"  TO WS-CHECK-OPERATION
               MOVE EMP-ID  TO WS-CHECK-KEY
               PERFORM CHECK-EMPLOYEE-FILE-STATUS
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
           MOVE ZERO TO WS-EOF.

       WRITE-UNATTACHED-LINE.
           ADD 1 TO WS-POS-UNATTACHED-COUNT.
           MOVE SPACES TO WS-POS-NOTE.
           IF WS-POS-EMP-POSITION = ZERO
               MOVE "NO POSITION" TO WS-POS-NOTE
           ELSE
               STRING "POSITION "      DELIMITED BY SIZE
                   WS-POS-EMP-POSITION DELIMITED BY SIZE
                   " INVALID"          DELIMITED BY SIZE
                   INTO WS-POS-NOTE
               END-STRING
           END-IF.
           MOVE SPACES TO POSITION-REPORT-LINE.
           STRING EMP-ID       DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               EMP-NAME(1:24)  DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               EMP-DEPARTMENT  DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               WS-POS-NOTE     DELIMITED BY SIZE
               INTO POSITION-REPORT-LINE
           END-STRING.
           WRITE POSITION-REPORT-LINE.

      * Upsert deptload.dat into the indexed department master, same
      * shape as the monthly score load: create the master on first
           CLOSE DEPT-MASTER-FILE.

      * Actual = the same department salary totals the control-break
      * report computes: every employee not logically deleted. With
      * CD-SPREADING (the L run) distributed employees are spread by
      * account instead, as the R run posts them.
       ACCUMULATE-DEPT-ACTUALS.
           MOVE ZERO TO WS-ACTUAL-DEPT-COUNT.
           MOVE ZERO TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               MOVE EMP-STATUS TO WS-STATUS
               IF NOT STATUS-DELETED
                   IF CD-SPREADING
                       MOVE EMP-ID     TO WS-CD-SEARCH-ID
                       MOVE EMP-SALARY TO WS-CD-SALARY
                       PERFORM DISTRIBUTE-EMPLOYEE-COST
                       IF NOT CD-COST-SPREAD
                           PERFORM ADD-SALARY-TO-ACTUALS
                       END-IF
                   ELSE
                       PERFORM ADD-SALARY-TO-ACTUALS
                   END-IF
               END-IF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END SET WS-EOF TO 1
           MOVE ZERO TO WS-BUDGET-EXC-COUNT.
           MOVE "N" TO WS-DEPT-MAST-EOF-SW.
           OPEN OUTPUT BUDGET-REPORT.
           MOVE "budget.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           STRING "BUDGET VS ACTUAL EXCEPTIONS - ALERT AT "
               DELIMITED BY SIZE
               OPEN I-O HISTORY-FILE
           END-IF.
           OPEN OUTPUT MERIT-REPORT.
           MOVE "merit.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           PERFORM WRITE-MERIT-HEADINGS.
           READ PERFORMANCE-FILE NEXT RECORD
               AT END SET PERF-AT-END TO TRUE

       WRITE-RATING-REPORT.
           OPEN OUTPUT RATING-REPORT.
           MOVE "ratings.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO RATING-REPORT-RECORD.
           STRING "ANNUAL PERFORMANCE RATING BY DEPARTMENT"
               DELIMITED BY SIZE
           MOVE EMP-STATUS     TO HIST-EMP-STATUS.
           MOVE EMP-GRADE      TO HIST-EMP-GRADE.
           MOVE EMP-STATUS-DATE TO HIST-EMP-STATUS-DATE.
           MOVE EMP-PAY-TYPE   TO HIST-EMP-PAY-TYPE.
           MOVE EMP-HOURLY-RATE TO HIST-EMP-HOURLY-RATE.
           MOVE WS-RUN-DATE    TO HIST-KEYED-DATE.
           WRITE HISTORY-RECORD
               INVALID KEY
      * Two images for one employee in the same second: nudge the

       WRITE-MOVEMENT-REPORT.
           OPEN OUTPUT MOVEMENT-REPORT.
           MOVE "movement.rpt" TO WS-RG-NOTE-NAME.
           PERFORM NOTE-REPORT-WRITTEN.
           MOVE SPACES TO MOVEMENT-REPORT-LINE.
           STRING "HEADCOUNT MOVEMENT - MONTH " DELIMITED BY SIZE
               WS-MOVE-MONTH-START DELIMITED BY SIZE
                   INTO WS-AUDIT-EFF-X
               END-STRING
           END-IF.
      * Maintenance entries also name the user responsible: the
      * keying user on ADD/CHANGE/DELETE/HELD, the approving user on
      * APPRVD and REJECT.
           MOVE SPACES TO WS-AUDIT-USER-X.
           IF WS-AUDIT-USER NOT = SPACES
               STRING " BY="        DELIMITED BY SIZE
                   WS-AUDIT-USER    DELIMITED BY SIZE
                   INTO WS-AUDIT-USER-X
               END-STRING
           END-IF.
           MOVE SPACES TO AUDIT-FILE-RECORD.
           STRING WS-AUDIT-DATETIME(1:8)  DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               " EMP-ID="                 DELIMITED BY SIZE
               WS-AUDIT-EMP-ID            DELIMITED BY SIZE
               WS-AUDIT-EFF-X             DELIMITED BY SIZE
               WS-AUDIT-USER-X            DELIMITED BY SIZE
               INTO AUDIT-FILE-RECORD
           END-STRING.
           WRITE AUDIT-FILE-RECORD.
               AND WS-RUN-OUTCOME = "COMPLETED"
               PERFORM WRITE-RUN-CONTROL
           END-IF.
           MOVE WS-CHAIN-STEP       TO WS-RG-MODE.
           MOVE WS-CHAIN-ID         TO WS-RG-BATCH-ID.
           MOVE WS-CHAIN-ID         TO WS-RG-GEN-ID.
           MOVE WS-CHAIN-STEP-START TO WS-RG-START-TS.
           PERFORM KEEP-REPORT-GENERATIONS.
           ADD 1 TO WS-CHAIN-RUN-COUNT.

      * One job-log record for the step just run: the chain's batch
      * --- Run control: append this run's job log record ---
           PERFORM WRITE-RUN-CONTROL.

      * --- Report generations: dated copies indexed in rptindex.dat ---
           PERFORM KEEP-RUN-REPORT-GENERATIONS.

      * --- STOP RUN ---
           DISPLAY "=== Program Complete ===".
           CLOSE EXCEPTION-LOG.
           COMPUTE WS-RUN-RECORD-COUNT =
               WS-COUNTER + WS-TRANS-APPLIED-COUNT
               + WS-PAY-TOTAL-COUNT + WS-MERIT-APPLIED-COUNT
               + WS-EXPORT-COUNT + WS-REORG-ARCHIVED-COUNT
               + WS-RETRO-PAID-COUNT + WS-FP-PAID-COUNT
               + WS-BR-REVERSED-COUNT + WS-CNV-TOTAL-COUNT.

       WRITE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-END-TS.
                   WS-RUN-CTL-STATUS " - job log entry lost"
           END-IF.

      * Called once per run from FINAL-SECTION. A night chain has
      * already kept each step's reports under the chain id, so by
      * now nothing is left noted for the N run itself.
       KEEP-RUN-REPORT-GENERATIONS.
           MOVE WS-REPORT-FLAG  TO WS-RG-MODE.
           MOVE WS-RUN-BATCH-ID TO WS-RG-BATCH-ID.
           MOVE WS-RUN-START-TS TO WS-RG-START-TS.
           MOVE SPACES TO WS-RG-GEN-ID.
           STRING WS-REPORT-FLAG       DELIMITED BY SIZE
               WS-RUN-START-TS(9:6)    DELIMITED BY SIZE
               INTO WS-RG-GEN-ID
           END-STRING.
           PERFORM KEEP-REPORT-GENERATIONS.

       NOTE-REPORT-WRITTEN.
           MOVE "N" TO WS-RG-FOUND-SW.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-RG-WRITTEN-COUNT
               IF WS-RG-WRITTEN-NAME(WS-RG-IDX) = WS-RG-NOTE-NAME
                   SET RG-NAME-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT RG-NAME-FOUND
               AND WS-RG-WRITTEN-COUNT < 30
               ADD 1 TO WS-RG-WRITTEN-COUNT
               MOVE WS-RG-NOTE-NAME
                   TO WS-RG-WRITTEN-NAME(WS-RG-WRITTEN-COUNT)
           END-IF.

      * The caller sets WS-RG-MODE, WS-RG-BATCH-ID, WS-RG-GEN-ID and
      * WS-RG-START-TS; the run date, end time and outcome are the
      * ones just written to runctl.dat.
       KEEP-REPORT-GENERATIONS.
           IF WS-RG-WRITTEN-COUNT > ZERO
               PERFORM OPEN-REPORT-INDEX
               IF RX-FILE-OPEN
                   IF NOT RG-PURGE-DONE
                       PERFORM PURGE-REPORT-GENERATIONS
                   END-IF
                   MOVE ZERO TO WS-RG-KEPT-COUNT
                   PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RG-WRITTEN-COUNT
                       PERFORM KEEP-ONE-REPORT-GENERATION
                   END-PERFORM
                   CLOSE REPORT-INDEX-FILE
                   DISPLAY "Report generations kept for "
                       WS-RG-GEN-ID ": " WS-RG-KEPT-COUNT
               END-IF
               MOVE ZERO TO WS-RG-WRITTEN-COUNT
           END-IF.

       OPEN-REPORT-INDEX.
           MOVE "N" TO WS-RX-OPEN-SW.
           OPEN I-O REPORT-INDEX-FILE.
           IF WS-RX-FILE-STATUS = "35"
               OPEN OUTPUT REPORT-INDEX-FILE
               CLOSE REPORT-INDEX-FILE
               OPEN I-O REPORT-INDEX-FILE
           END-IF.
           IF WS-RX-FILE-STATUS = "00"
               SET RX-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Report index not available, status "
                   WS-RX-FILE-STATUS " - no report generations kept"
           END-IF.

       KEEP-ONE-REPORT-GENERATION.
           MOVE WS-RG-WRITTEN-NAME(WS-RG-IDX) TO WS-RG-SOURCE-NAME.
           MOVE SPACES TO WS-RG-TARGET-NAME.
           STRING WS-RG-SOURCE-NAME    DELIMITED BY SPACE
               "."                     DELIMITED BY SIZE
               WS-RUN-DATE             DELIMITED BY SIZE
               "."                     DELIMITED BY SIZE
               WS-RG-GEN-ID            DELIMITED BY SPACE
               INTO WS-RG-TARGET-NAME
           END-STRING.
           MOVE SPACES TO WS-RG-BANNER.
           PERFORM COPY-REPORT-FILE.
           IF RG-COPY-OK
               MOVE WS-RUN-DATE       TO RX-RUN-DATE
               MOVE WS-RG-GEN-ID      TO RX-GEN-ID
               MOVE WS-RG-SOURCE-NAME TO RX-REPORT-NAME
               READ REPORT-INDEX-FILE
                   KEY IS RX-KEY
                   INVALID KEY
                       PERFORM FILL-REPORT-INDEX-ENTRY
                       WRITE REPORT-INDEX-RECORD
                           INVALID KEY
                               DISPLAY "Report index write failed for "
                                   WS-RG-TARGET-NAME " status "
                                   WS-RX-FILE-STATUS
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM FILL-REPORT-INDEX-ENTRY
                       REWRITE REPORT-INDEX-RECORD
               END-READ
               ADD 1 TO WS-RG-KEPT-COUNT
           END-IF.

       FILL-REPORT-INDEX-ENTRY.
           MOVE WS-RG-MODE        TO RX-MODE.
           MOVE WS-RG-BATCH-ID    TO RX-BATCH-ID.
           MOVE WS-RG-START-TS    TO RX-START-TIMESTAMP.
           MOVE WS-RUN-END-TS     TO RX-END-TIMESTAMP.
           MOVE WS-RG-LINE-COUNT  TO RX-LINE-COUNT.
           MOVE WS-RUN-OUTCOME    TO RX-OUTCOME.
           MOVE WS-RG-TARGET-NAME TO RX-GEN-FILE-NAME.

      * Copies WS-RG-SOURCE-NAME to WS-RG-TARGET-NAME line for line,
      * counting the lines; WS-RG-BANNER, when not blank, goes out
      * first and is not counted.
       COPY-REPORT-FILE.
           MOVE "N" TO WS-RG-COPY-SW.
           MOVE "N" TO WS-RG-COPY-EOF-SW.
           MOVE ZERO TO WS-RG-LINE-COUNT.
           OPEN INPUT REPORT-COPY-IN.
           IF WS-RG-IN-STATUS NOT = "00"
               DISPLAY "Report " WS-RG-SOURCE-NAME " not readable, "
                   "status " WS-RG-IN-STATUS " - not copied"
           ELSE
               OPEN OUTPUT REPORT-COPY-OUT
               IF WS-RG-OUT-STATUS NOT = "00"
                   DISPLAY "Report copy " WS-RG-TARGET-NAME
                       " not writable, status " WS-RG-OUT-STATUS
               ELSE
                   IF WS-RG-BANNER NOT = SPACES
                       WRITE REPORT-COPY-OUT-LINE FROM WS-RG-BANNER
                   END-IF
                   READ REPORT-COPY-IN
                       AT END SET RG-COPY-AT-END TO TRUE
                   END-READ
                   PERFORM UNTIL RG-COPY-AT-END
                       WRITE REPORT-COPY-OUT-LINE
                           FROM REPORT-COPY-IN-LINE
                       ADD 1 TO WS-RG-LINE-COUNT
                       READ REPORT-COPY-IN
                           AT END SET RG-COPY-AT-END TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE REPORT-COPY-OUT
                   SET RG-COPY-OK TO TRUE
               END-IF
               CLOSE REPORT-COPY-IN
           END-IF.

      * Once per run, before the first generation is kept. The index
      * is in run-date order, so the browse stops at the first entry
      * inside the retention period. CBL_DELETE_FILE sets RETURN-CODE,
      * which must still carry the run's own condition code (the U
      * run's 4) at STOP RUN, so it is saved round the call.
       PURGE-REPORT-GENERATIONS.
           SET RG-PURGE-DONE TO TRUE.
           MOVE ZERO TO WS-RG-PURGED-COUNT.
           COMPUTE WS-RG-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-RG-KEEP-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-RG-CUTOFF-INTEGER)
               TO WS-RG-CUTOFF-DATE.
           MOVE "N" TO WS-RX-EOF-SW.
           MOVE LOW-VALUES TO RX-KEY.
           START REPORT-INDEX-FILE KEY IS NOT LESS THAN RX-KEY
               INVALID KEY SET RX-AT-END TO TRUE
           END-START.
           IF NOT RX-AT-END
               READ REPORT-INDEX-FILE NEXT RECORD
                   AT END SET RX-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL RX-AT-END
               IF RX-RUN-DATE NOT < WS-RG-CUTOFF-DATE
                   SET RX-AT-END TO TRUE
               ELSE
                   MOVE RX-GEN-FILE-NAME TO WS-RG-DELETE-NAME
                   MOVE RETURN-CODE TO WS-RG-SAVE-RC
                   CALL "CBL_DELETE_FILE" USING WS-RG-DELETE-NAME
                   MOVE WS-RG-SAVE-RC TO RETURN-CODE
                   DELETE REPORT-INDEX-FILE RECORD
                       INVALID KEY
                           DISPLAY "Report index delete failed for "
                               WS-RG-DELETE-NAME " status "
                               WS-RX-FILE-STATUS
                   END-DELETE
                   ADD 1 TO WS-RG-PURGED-COUNT
                   READ REPORT-INDEX-FILE NEXT RECORD
                       AT END SET RX-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-RG-PURGED-COUNT > ZERO
               DISPLAY "Report generations purged (run date before "
                   WS-RG-CUTOFF-DATE "): " WS-RG-PURGED-COUNT
           END-IF.

      * 1 run: arg 1 is the first run date of the range (defaults to
      * the run date), arg 2 the run date the last. Every generation
      * in the range is listed; arg 5, when given, names one of the
      * listed generation files to reprint to reprint.rpt behind a
      * banner line saying which run it came from.
       REPORT-GENERATION-INQUIRY.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RG-FROM-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE ZERO TO WS-RG-FROM-DATE
           END-ACCEPT.
           IF WS-RG-FROM-DATE = ZERO
               OR WS-RG-FROM-DATE > WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-RG-FROM-DATE
           END-IF.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RG-REPRINT-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-RG-REPRINT-NAME
           END-ACCEPT.
           MOVE ZERO TO WS-RG-LISTED-COUNT.
           MOVE "N" TO WS-RG-REPRINT-SW.
           MOVE "N" TO WS-RX-EOF-SW.
           OPEN INPUT REPORT-INDEX-FILE.
           IF WS-RX-FILE-STATUS NOT = "00"
               DISPLAY "Report index not available, status "
                   WS-RX-FILE-STATUS
               SET RX-AT-END TO TRUE
           ELSE
               DISPLAY "Report generations run " WS-RG-FROM-DATE
                   " to " WS-RUN-DATE ":"
               DISPLAY "RUN DATE M GEN-ID     REPORT         LINES"
                   "   OUTCOME   FILE"
               MOVE LOW-VALUES TO RX-KEY
               MOVE WS-RG-FROM-DATE TO RX-RUN-DATE
               START REPORT-INDEX-FILE KEY IS NOT LESS THAN RX-KEY
                   INVALID KEY SET RX-AT-END TO TRUE
               END-START
               IF NOT RX-AT-END
                   READ REPORT-INDEX-FILE NEXT RECORD
                       AT END SET RX-AT-END TO TRUE
                   END-READ
               END-IF
           END-IF.
           PERFORM UNTIL RX-AT-END
               IF RX-RUN-DATE > WS-RUN-DATE
                   SET RX-AT-END TO TRUE
               ELSE
                   DISPLAY RX-RUN-DATE " " RX-MODE " " RX-GEN-ID " "
                       RX-REPORT-NAME " " RX-LINE-COUNT " "
                       RX-OUTCOME " " RX-GEN-FILE-NAME
                   ADD 1 TO WS-RG-LISTED-COUNT
                   IF WS-RG-REPRINT-NAME NOT = SPACES
                       AND RX-GEN-FILE-NAME = WS-RG-REPRINT-NAME
                       SET RG-REPRINT-FOUND TO TRUE
                       PERFORM BUILD-REPRINT-BANNER
                   END-IF
                   READ REPORT-INDEX-FILE NEXT RECORD
                       AT END SET RX-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-RX-FILE-STATUS = "00" OR "10"
               CLOSE REPORT-INDEX-FILE
           END-IF.
           DISPLAY "Generations listed: " WS-RG-LISTED-COUNT.
           IF WS-RG-REPRINT-NAME NOT = SPACES
               IF RG-REPRINT-FOUND
                   MOVE WS-RG-REPRINT-NAME TO WS-RG-SOURCE-NAME
                   MOVE "reprint.rpt" TO WS-RG-TARGET-NAME
                   PERFORM COPY-REPORT-FILE
                   IF RG-COPY-OK
                       DISPLAY "Reprinted " WS-RG-REPRINT-NAME
                           " to reprint.rpt, lines "
                           WS-RG-LINE-COUNT
                   END-IF
               ELSE
                   DISPLAY "Generation " WS-RG-REPRINT-NAME
                       " is not indexed for run dates "
                       WS-RG-FROM-DATE " to " WS-RUN-DATE
               END-IF
           END-IF.

       BUILD-REPRINT-BANNER.
           MOVE SPACES TO WS-RG-BANNER.
           STRING "REPRINT "           DELIMITED BY SIZE
               RX-REPORT-NAME          DELIMITED BY SPACE
               " RUN "                 DELIMITED BY SIZE
               RX-RUN-DATE             DELIMITED BY SIZE
               " MODE "                DELIMITED BY SIZE
               RX-MODE                 DELIMITED BY SIZE
               " GEN "                 DELIMITED BY SIZE
               RX-GEN-ID               DELIMITED BY SPACE
               " LINES "               DELIMITED BY SIZE
               RX-LINE-COUNT           DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               RX-OUTCOME              DELIMITED BY SIZE
               INTO WS-RG-BANNER
           END-STRING.

       WRITE-AUDIT-TRAILER.
      * WS-TRANS-APPLIED-COUNT (transactions this run actually
      * presented to the EVALUATE, excluding any skipped on restart)
      * WS-MASTER-WRITE-COUNT, so a transaction that was silently
      * dropped (e.g. an I/O problem that didn't abend) actually shows
      * up as a mismatch here.
      * Changes held for approval and rejections write nothing to
      * the master either, so they come off the expected figure too.
           COMPUTE WS-EXPECTED-WRITE-COUNT =
               WS-TRANS-APPLIED-COUNT - WS-MAINT-ERROR-COUNT
               - WS-APPR-HELD-COUNT - WS-APPR-REJECTED-COUNT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
