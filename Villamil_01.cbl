             SELECT ENROLL-HIST ASSIGN TO "ENRLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EH-STATUS.
             SELECT SECTION-FILE ASSIGN TO "SECTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS SC-STATUS.
             SELECT WAIT-FILE ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS WL-STATUS.
             SELECT PLAN-FILE ASSIGN TO "PLANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.
             SELECT AGE-REPORT ASSIGN TO "AGINGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-STATUS.
             SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS HD-STATUS.
             SELECT HOLD-REPORT ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HDR-STATUS.
             SELECT CURRIC-FILE ASSIGN TO "CURRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS CU-STATUS.
             SELECT AUDIT-REPORT ASSIGN TO "DEGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DA-STATUS.
             SELECT CAND-REPORT ASSIGN TO "GRADCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GC-STATUS.
             SELECT HIST-WORK ASSIGN TO "HISTWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HW-STATUS.
             SELECT LAPSE-REPORT ASSIGN TO "LAPSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPS-STATUS.
             SELECT BANK-FILE ASSIGN TO "BANKSETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-STATUS.
             SELECT BANK-CONTROL ASSIGN TO "BANKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-STATUS.
             SELECT BANK-EXCEPTIONS ASSIGN TO "BANKEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BX-STATUS.
             SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-STATUS.
             SELECT GL-CONTROL ASSIGN TO "GLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GX-STATUS.
             SELECT GL-EXTRACT ASSIGN TO "GLEXTRCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
             SELECT VERIFY-REPORT ASSIGN TO "VERIFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VF-STATUS.
             SELECT FACULTY-FILE ASSIGN TO "FACLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-id
               SHARING WITH ALL OTHER
               FILE STATUS IS FC-STATUS.
             SELECT OFFER-FILE ASSIGN TO "OFFRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS OF-STATUS.
             SELECT LOAD-REPORT ASSIGN TO "LOADRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-STATUS.
             SELECT GRADE-STATUS-RPT ASSIGN TO "GRADSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GT-STATUS.
             SELECT OLD-ENROLL-FILE ASSIGN TO "ENROLOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OE-KEY
               FILE STATUS IS OE-STATUS.

       DATA DIVISION.
         FILE SECTION.
               03 EN-subject PIC X(8).
             02 EN-units PIC 99.
             02 EN-grade PIC X(5).
             02 EN-section PIC X(4).

         FD ASSESS-FILE.
           01 ASSESS-RECORD.
             02 PJ-opid PIC X(8).
             02 PJ-term PIC X(5).
             02 PJ-amount PIC 9(7).
             02 PJ-type PIC X.
             02 PJ-post-date PIC X(8).
             02 FILLER PIC X(3).
             02 PJ-reason PIC X(30).

         FD ARCHIVE-FILE.
           01 ARCHIVE-RECORD.
             02 AD-code PIC X(8).
             02 AD-desc PIC X(12).
             02 AD-amount PIC S9(7)V99 SIGN LEADING SEPARATE.
             02 AD-date PIC X(8).

         FD TRANSCRIPT-FILE.
           01 TSC-LINE PIC X(100).
             02 EH-subject PIC X(8).
             02 EH-units PIC 99.
             02 EH-grade PIC X(5).
             02 EH-section PIC X(4).
             02 EH-prev-grade PIC X(5).
             02 EH-chg-date PIC X(8).
             02 EH-chg-opid PIC X(8).
             02 EH-chg-reason PIC X(30).

         FD SECTION-FILE.
           01 SECTION-RECORD.
             02 SC-KEY.
               03 SC-term PIC X(5).
               03 SC-subject PIC X(8).
               03 SC-section PIC X(4).
             02 SC-days PIC X(6).
             02 SC-start PIC 9(4).
             02 SC-end PIC 9(4).
             02 SC-room PIC X(8).
             02 SC-limit PIC 9(3).
             02 SC-enrolled PIC 9(3).

         FD WAIT-FILE.
           01 WAIT-RECORD.
             02 WL-KEY.
               03 WL-term PIC X(5).
               03 WL-subject PIC X(8).
               03 WL-section PIC X(4).
               03 WL-stamp PIC X(16).
               03 WL-sNo PIC X(30).
             02 WL-opid PIC X(8).

         FD PLAN-FILE.
           01 PLAN-RECORD.
             02 PL-term PIC X(5).
             02 PL-seq PIC 9.
             02 PL-name PIC X(8).
             02 PL-due PIC X(8).
             02 PL-pct PIC 9(3).

         FD AGE-REPORT.
           01 AGE-LINE PIC X(100).

         FD HOLD-FILE.
           01 HOLD-RECORD.
             02 HD-KEY.
               03 HD-sNo PIC X(30).
               03 HD-type PIC X(4).
               03 HD-placed PIC X(14).
             02 HD-reason PIC X(40).
             02 HD-opid PIC X(8).
             02 HD-cleared PIC X(8).
             02 HD-clear-opid PIC X(8).

         FD HOLD-REPORT.
           01 HDR-LINE PIC X(100).

         FD CURRIC-FILE.
           01 CURRIC-RECORD.
             02 CU-KEY.
               03 CU-course PIC X(8).
               03 CU-subject PIC X(8).
             02 CU-year PIC 9.
             02 CU-sem PIC 9.

         FD AUDIT-REPORT.
           01 DA-LINE PIC X(100).

         FD CAND-REPORT.
           01 GC-LINE PIC X(100).

         FD HIST-WORK.
           01 HIST-WORK-RECORD PIC X(120).

         FD LAPSE-REPORT.
           01 LPS-LINE PIC X(100).

         FD BANK-FILE.
           01 BANK-RECORD.
             02 BS-type PIC X.
             02 BS-ref PIC X(10).
             02 BS-sNo PIC X(30).
             02 BS-date PIC X(8).
             02 BS-amount PIC 9(7)V99.
           01 BANK-HEADER.
             02 FILLER PIC X.
             02 BSH-bank PIC X(4).
             02 BSH-date PIC X(8).
             02 BSH-batch PIC X(6).
           01 BANK-TRAILER.
             02 FILLER PIC X.
             02 BST-count PIC 9(6).
             02 BST-total PIC 9(9)V99.

         FD BANK-CONTROL.
           01 BANK-CONTROL-REC.
             02 BC-bank PIC X(4).
             02 BC-date PIC X(8).
             02 BC-batch PIC X(6).
             02 BC-run PIC X(14).
             02 BC-posted PIC 9(6).
             02 BC-amount PIC 9(9)V99.

         FD BANK-EXCEPTIONS.
           01 BX-LINE PIC X(100).

         FD GL-MAP-FILE.
           01 GL-MAP-RECORD.
             02 GM-source PIC X.
             02 GM-desc PIC X(12).
             02 GM-code PIC X(8).
             02 GM-debit PIC X(10).
             02 GM-credit PIC X(10).

         FD GL-CONTROL.
           01 GL-CONTROL-REC.
             02 GX-through PIC X(8).
             02 GX-run PIC X(14).

         FD GL-EXTRACT.
           01 GL-RECORD.
             02 GL-type PIC X.
             02 GL-date PIC X(8).
             02 GL-account PIC X(10).
             02 GL-dc PIC X.
             02 GL-amount PIC 9(9)V99.
             02 GL-desc PIC X(21).
           01 GL-TRAILER.
             02 FILLER PIC X.
             02 GLT-from PIC X(8).
             02 GLT-count PIC 9(6).
             02 GLT-debits PIC 9(11)V99.
             02 GLT-credits PIC 9(11)V99.

         FD VERIFY-REPORT.
           01 VF-LINE PIC X(100).

         FD FACULTY-FILE.
           01 FACULTY-RECORD.
             02 FC-id PIC X(8).
             02 FC-name PIC X(30).
             02 FC-dept PIC X(8).

         FD OFFER-FILE.
           01 OFFER-RECORD.
             02 OF-KEY.
               03 OF-term PIC X(5).
               03 OF-subject PIC X(8).
               03 OF-section PIC X(4).
             02 OF-faculty PIC X(8).
             02 OF-opid PIC X(8).
             02 OF-date PIC X(8).

         FD LOAD-REPORT.
           01 TL-LINE PIC X(100).

         FD GRADE-STATUS-RPT.
           01 GT-LINE PIC X(100).

         FD OLD-ENROLL-FILE.
           01 OLD-ENROLL-RECORD.
             02 OE-KEY.
               03 OE-sNo PIC X(30).
               03 OE-term PIC X(5).
               03 OE-subject PIC X(8).
             02 OE-units PIC 99.
             02 OE-grade PIC X(5).

         WORKING-STORAGE SECTION.
           77 MAX-STUDENTS PIC 9(4) VALUE 500.
           77 TUITION-RATE PIC 9(5)V99 VALUE 500.00.
           77 OR-INPUT PIC X(10).
           77 PAYDATE-INPUT PIC X(8).
           77 PAY-REMARK PIC X(30) VALUE SPACES.
           77 AMOUNT-INPUT PIC X(9).
           77 AMOUNT-LEN PIC 9(2) VALUE 0.
           77 AMOUNT-POS PIC 9(2) VALUE 0.
           77 PAID-MOVEMENT PIC S9(9)V99 VALUE 0.
           77 JRNL-TOTAL PIC 9(9)V99 VALUE 0.
           77 JRNL-COUNT PIC 9(4) VALUE 0.
           77 JRNL-VOIDS PIC 9(9)V99 VALUE 0.
           77 JRNL-REFUNDS PIC 9(9)V99 VALUE 0.
           77 JRNL-NET PIC S9(9)V99 VALUE 0.
           77 VOID-COUNT PIC 9(4) VALUE 0.
           77 RFD-COUNT PIC 9(4) VALUE 0.
           77 DUP-ORS PIC 9(4) VALUE 0.
           77 CASH-EOF PIC 9 VALUE 0.
           77 CTL-ON-FILE PIC 9 VALUE 0.
               03 cashop-id PIC X(8).
               03 cashop-total PIC 9(9)V99.
               03 cashop-count PIC 9(4).
               03 cashop-voids PIC 9(9)V99.
               03 cashop-refunds PIC 9(9)V99.
           77 CCOP-IX PIC 9(2) VALUE 1.
           77 CCOP-FOUND PIC 9(2) VALUE 0.
           77 MOVEMENT-EDIT PIC -ZZZZZZZZ9.99.
           77 TERMEND-ENR PIC 9(5) VALUE 0.
           77 TERMEND-BAL PIC 9(5) VALUE 0.
           77 TERMEND-EOF PIC 9 VALUE 0.
           77 SC-STATUS PIC XX.
           77 WL-STATUS PIC XX.
           77 SECTION-INPUT PIC X(4).
           77 SECT-CHOICE PIC 9.
           77 SECT-COUNT PIC 9(3) VALUE 0.
           77 SECT-EOF PIC 9 VALUE 0.
           77 SECT-OK PIC 9 VALUE 0.
           77 SECT-WAIT PIC 9(3) VALUE 0.
           77 SECT-BLANK-OK PIC 9 VALUE 0.
           77 SECT-NONE PIC 9 VALUE 0.
           77 DAYS-INPUT PIC X(6).
           77 DAYS-MASK PIC X(6).
           77 DAY-POS PIC 9 VALUE 1.
           77 TIME-INPUT PIC X(4).
           77 TIME-WORK PIC 9(4) VALUE 0.
           77 START-WORK PIC 9(4) VALUE 0.
           77 END-WORK PIC 9(4) VALUE 0.
           77 ROOM-INPUT PIC X(8).
           77 LIMIT-INPUT PIC X(3).
           77 LIMIT-WORK PIC 9(3) VALUE 0.
           77 NEW-DAYS PIC X(6).
           77 NEW-START PIC 9(4) VALUE 0.
           77 NEW-END PIC 9(4) VALUE 0.
           77 CLASH-FOUND PIC 9 VALUE 0.
           77 CLASH-SUBJECT PIC X(8).
           77 CLASH-SECTION PIC X(4).
           77 CLASH-EOF PIC 9 VALUE 0.
           77 WAIT-ANSWER PIC X.
           77 WAIT-EOF PIC 9 VALUE 0.
           77 WAIT-DONE PIC 9 VALUE 0.
           77 WAIT-ON-FILE PIC 9 VALUE 0.
           77 WAIT-FILLED PIC 9(3) VALUE 0.
           77 WAIT-SNO PIC X(30).
           77 SAVE-IT PIC 9(4) VALUE 1.
           77 DROP-SECTION PIC X(4).
           77 REASON-INPUT PIC X(30).
           77 CONFIRM-ANSWER PIC X.
           77 VOID-EOF PIC 9 VALUE 0.
           77 VOID-HITS PIC 9(2) VALUE 0.
           77 VOID-DONE PIC 9 VALUE 0.
           77 VOID-sNo PIC X(30).
           77 VOID-term PIC X(5).
           77 VOID-date PIC X(8).
           77 VOID-opid PIC X(8).
           77 VOID-amount PIC 9(7) VALUE 0.
           77 CREDIT-AMT PIC 9(7)V99 VALUE 0.
           77 VOUCHER-USED PIC 9 VALUE 0.
           77 PLAN-STATUS PIC XX.
           77 PLAN-EOF PIC 9 VALUE 0.
           77 PLAN-SIZE PIC 9(3) VALUE 0.
           01 plans.
             02 plan-entry OCCURS 1 TO 100 TIMES
                 DEPENDING ON PLAN-SIZE.
               03 pln-term PIC X(5).
               03 pln-seq PIC 9.
               03 pln-name PIC X(8).
               03 pln-due PIC X(8).
               03 pln-pct PIC 9(3).
           77 PLAN-IX PIC 9(3) VALUE 1.
           77 PLAN-CHOICE PIC 9.
           01 PLAN-NAME-VALUES.
             02 FILLER PIC X(8) VALUE "DOWNPAY".
             02 FILLER PIC X(8) VALUE "PRELIM".
             02 FILLER PIC X(8) VALUE "MIDTERM".
             02 FILLER PIC X(8) VALUE "FINALS".
           01 PLAN-NAMES REDEFINES PLAN-NAME-VALUES.
             02 PLAN-NAME PIC X(8) OCCURS 4 TIMES.
           77 PCT-INPUT PIC X(3).
           77 PCT-WORK PIC 9(3) VALUE 0.
           77 PCT-TOTAL PIC 9(3) VALUE 0.
           77 DUE-INPUT PIC X(8).
           77 PRIOR-DUE PIC X(8).
           01 new-plan.
             02 new-plan-entry OCCURS 4 TIMES.
               03 npl-due PIC X(8).
               03 npl-pct PIC 9(3).
           77 INST-SIZE PIC 9 VALUE 0.
           01 installments.
             02 inst-entry OCCURS 1 TO 9 TIMES
                 DEPENDING ON INST-SIZE.
               03 inst-name PIC X(8).
               03 inst-due PIC X(8).
               03 inst-amt PIC 9(7)V99.
               03 inst-paid PIC 9(7)V99.
               03 inst-late PIC 9(7)V99.
               03 inst-days PIC S9(5).
               03 inst-pct PIC 9(3).
               03 inst-charged PIC 9.
           77 INST-IX PIC 9 VALUE 1.
           77 INST-sNo PIC X(30).
           77 INST-TERM PIC X(5).
           77 INST-BASE PIC S9(8)V99 VALUE 0.
           77 INST-FWD PIC 9(7)V99 VALUE 0.
           77 INST-LATETOT PIC 9(7)V99 VALUE 0.
           77 INST-ALLOC PIC 9(8)V99 VALUE 0.
           77 INST-POOL PIC 9(8)V99 VALUE 0.
           77 INST-OPEN PIC 9(7)V99 VALUE 0.
           77 INST-PASTDUE PIC 9(7)V99 VALUE 0.
           77 INST-EOF PIC 9 VALUE 0.
           77 TODAY-INT PIC 9(7) VALUE 0.
           77 DUE-INT PIC 9(7) VALUE 0.
           77 DUE-NUM PIC 9(8) VALUE 0.
           77 LATE-SLOT PIC 9 VALUE 1.
           77 LATE-EOF PIC 9 VALUE 0.
           77 PLAN-OUT PIC 9(3) VALUE 0.
           77 AGE-STATUS PIC XX.
           77 AGE-HITS PIC 9(4) VALUE 0.
           77 AGE-CURRENT PIC 9(7)V99 VALUE 0.
           77 AGE-30 PIC 9(7)V99 VALUE 0.
           77 AGE-60 PIC 9(7)V99 VALUE 0.
           77 AGE-OVER PIC 9(7)V99 VALUE 0.
           77 AGT-CURRENT PIC 9(9)V99 VALUE 0.
           77 AGT-30 PIC 9(9)V99 VALUE 0.
           77 AGT-60 PIC 9(9)V99 VALUE 0.
           77 AGT-OVER PIC 9(9)V99 VALUE 0.
           77 AGE-EDIT1 PIC ZZZZZZZZ9.99.
           77 AGE-EDIT2 PIC ZZZZZZZZ9.99.
           77 AGE-EDIT3 PIC ZZZZZZZZ9.99.
           77 AGE-EDIT4 PIC ZZZZZZZZ9.99.
           77 LATE-FEE-RATE PIC 9(7)V99 VALUE 200.00.
           77 LATE-RATE-DATE PIC X(8).
           77 LATE-COUNT PIC 9(4) VALUE 0.
           77 LATE-TOTAL PIC 9(9)V99 VALUE 0.
           77 HD-STATUS PIC XX.
           77 HDR-STATUS PIC XX.
           77 HOLD-EOF PIC 9 VALUE 0.
           77 HOLD-ACTIVE PIC 9(3) VALUE 0.
           77 HOLD-SHOW PIC 9 VALUE 0.
           77 HOLD-sNo PIC X(30).
           77 HOLD-TYPE-IN PIC X(4).
           77 HOLD-REASON PIC X(40).
           77 HOLD-CHOICE PIC 9.
           77 HOLD-CLEARED-CT PIC 9(3) VALUE 0.
           77 HOLD-COUNT PIC 9(4) VALUE 0.
           77 HOLD-TYPE-CT PIC 9(4) VALUE 0.
           77 HOLD-PLACED-CT PIC 9(4) VALUE 0.
           77 HOLD-TODAY PIC X(8).
           01 HOLD-TYPE-VALUES.
             02 FILLER PIC X(20) VALUE "FIN FINANCIAL".
             02 FILLER PIC X(20) VALUE "LIB LIBRARY".
             02 FILLER PIC X(20) VALUE "DOC DOCUMENTS".
             02 FILLER PIC X(20) VALUE "REG REGISTRAR".
           01 HOLD-TYPES REDEFINES HOLD-TYPE-VALUES.
             02 HT-entry OCCURS 4 TIMES.
               03 HT-code PIC X(4).
               03 HT-desc PIC X(16).
           77 HT-IX PIC 9 VALUE 1.
           77 HT-FOUND PIC 9 VALUE 0.
           77 CU-STATUS PIC XX.
           77 DA-STATUS PIC XX.
           77 GC-STATUS PIC XX.
           77 CURR-EOF PIC 9 VALUE 0.
           77 CURR-CHOICE PIC 9.
           77 CURR-COURSE PIC X(8).
           77 CURR-YEAR-IN PIC X.
           77 CURR-SEM-IN PIC X.
           77 CURR-COUNT PIC 9(3) VALUE 0.
           77 CURR-UNITS PIC 9(4) VALUE 0.
           77 REQ-SIZE PIC 9(3) VALUE 0.
           77 REQ-COURSE PIC X(8) VALUE SPACES.
           01 reqs.
             02 req-entry OCCURS 1 TO 100 TIMES
                 DEPENDING ON REQ-SIZE.
               03 req-subject PIC X(8).
               03 req-year PIC 9.
               03 req-sem PIC 9.
               03 req-units PIC 99.
               03 req-state PIC 9.
               03 req-term PIC X(5).
               03 req-grade PIC X(5).
           77 REQ-IX PIC 9(3) VALUE 1.
           77 REQ-HIT PIC 9(3) VALUE 0.
           77 REQ-WANT PIC 9 VALUE 0.
           77 AUD-W-term PIC X(5).
           77 AUD-W-subject PIC X(8).
           77 AUD-W-units PIC 99.
           77 AUD-W-grade PIC X(5).
           77 AUD-EOF PIC 9 VALUE 0.
           77 AUD-REQ-UNITS PIC 9(4) VALUE 0.
           77 AUD-EARNED PIC 9(4) VALUE 0.
           77 AUD-PROGRESS PIC 9(4) VALUE 0.
           77 AUD-OTHER PIC 9(4) VALUE 0.
           77 AUD-PASSED PIC 9(3) VALUE 0.
           77 AUD-INPROG PIC 9(3) VALUE 0.
           77 AUD-MISSING PIC 9(3) VALUE 0.
           77 AUD-FAILED PIC 9(3) VALUE 0.
           77 AUD-GWA-UNITS PIC 9(4) VALUE 0.
           77 AUD-GWA-PTS PIC 9(6)V99 VALUE 0.
           77 AUD-STATE-NAME PIC X(11).
           77 GC-COUNT PIC 9(4) VALUE 0.
           77 GC-HONORS-CT PIC 9(4) VALUE 0.
           77 GC-HONORS PIC X(16).
           77 GC-REMARK PIC X(16).
           77 HW-STATUS PIC XX.
           77 LPS-STATUS PIC XX.
           77 CHG-MODE PIC 9 VALUE 1.
           77 CHG-EOF PIC 9 VALUE 0.
           77 CHG-ERR PIC 9 VALUE 0.
           77 CHG-DONE PIC 9 VALUE 0.
           77 CHG-SAVED PIC 9 VALUE 0.
           77 CHG-COUNT PIC 9(5) VALUE 0.
           77 CHG-TERM PIC X(5).
           77 CHG-OLD PIC X(5).
           77 CHG-PREV PIC X(5).
           77 CHG-PREV-DATE PIC X(8).
           77 CHG-HITS PIC 9(3) VALUE 0.
           77 CHG-TODAY PIC X(8).
           77 APPROVER-ID PIC X(8).
           77 APPROVER-OK PIC 9 VALUE 0.
           77 INC-DEADLINE-TERMS PIC 9 VALUE 2.
           77 CHG-CUR-IX PIC 9(6) VALUE 0.
           77 CHG-REC-IX PIC 9(6) VALUE 0.
           77 TSC-W-prev PIC X(5).
           77 BANK-STATUS PIC XX.
           77 BC-STATUS PIC XX.
           77 BX-STATUS PIC XX.
           77 BANK-EOF PIC 9 VALUE 0.
           77 BANK-OK PIC 9 VALUE 0.
           77 BANK-HDR-SEEN PIC 9 VALUE 0.
           77 BANK-TRL-SEEN PIC 9 VALUE 0.
           77 BANK-DONE PIC 9 VALUE 0.
           77 BANK-CODE PIC X(4).
           77 BANK-FDATE PIC X(8).
           77 BANK-BATCH PIC X(6).
           77 BANK-LINES PIC 9(6) VALUE 0.
           77 BANK-SUM PIC 9(9)V99 VALUE 0.
           77 BANK-TRL-COUNT PIC 9(6) VALUE 0.
           77 BANK-TRL-TOTAL PIC 9(9)V99 VALUE 0.
           77 BANK-POSTED PIC 9(6) VALUE 0.
           77 BANK-POST-AMT PIC 9(9)V99 VALUE 0.
           77 BANK-EXC PIC 9(6) VALUE 0.
           77 BANK-EXC-AMT PIC 9(9)V99 VALUE 0.
           77 BANK-REASON PIC X(30).
           77 BANK-PESOS PIC 9(7) VALUE 0.
           77 BANK-EDIT PIC ZZZZZZZZ9.99.
           77 BANK-EDIT2 PIC ZZZZZZZZ9.99.
           77 BREF-SIZE PIC 9(4) VALUE 0.
           01 bank-refs.
             02 bref-entry OCCURS 1 TO 9999 TIMES
                 DEPENDING ON BREF-SIZE.
               03 bref-num PIC X(10).
           77 BREF-IX PIC 9(4) VALUE 1.
           77 BREF-HIT PIC 9 VALUE 0.
           77 BREF-OVERFLOW PIC 9 VALUE 0.
           77 GM-STATUS PIC XX.
           77 GX-STATUS PIC XX.
           77 GL-STATUS PIC XX.
           77 GL-EOF PIC 9 VALUE 0.
           77 GL-OK PIC 9 VALUE 0.
           77 GLM-SIZE PIC 9(3) VALUE 0.
           01 gl-maps.
             02 glm-entry OCCURS 1 TO 100 TIMES
                 DEPENDING ON GLM-SIZE.
               03 glm-source PIC X.
               03 glm-desc PIC X(12).
               03 glm-code PIC X(8).
               03 glm-debit PIC X(10).
               03 glm-credit PIC X(10).
               03 glm-amount PIC S9(11)V99.
               03 glm-lines PIC 9(6).
               03 glm-gross PIC 9(11)V99.
           77 GLM-IX PIC 9(3) VALUE 1.
           77 GLM-HIT PIC 9(3) VALUE 0.
           77 GL-W-source PIC X.
           77 GL-W-desc PIC X(12).
           77 GL-W-code PIC X(8).
           77 GL-W-date PIC X(8).
           77 GL-W-amount PIC S9(9)V99 VALUE 0.
           77 GL-LAST PIC X(8).
           77 GL-THROUGH PIC X(8).
           77 GL-THROUGH-NUM PIC 9(8) VALUE 0.
           77 GL-UNMAPPED PIC 9(6) VALUE 0.
           77 GL-LINES PIC 9(6) VALUE 0.
           77 GL-COUNT PIC 9(6) VALUE 0.
           77 GL-DEBITS PIC 9(11)V99 VALUE 0.
           77 GL-CREDITS PIC 9(11)V99 VALUE 0.
           77 GL-ABS PIC 9(11)V99 VALUE 0.
           77 GL-LINE-ABS PIC 9(11)V99 VALUE 0.
           77 GL-EDIT PIC ZZZZZZZZZZ9.99.
           77 GL-EDIT2 PIC ZZZZZZZZZZ9.99.
           77 GL-EDIT3 PIC -ZZZZZZZZZZ9.99.
           77 VF-STATUS PIC XX.
           77 VF-EOF PIC 9 VALUE 0.
           77 VF-ORPHANS PIC 9(6) VALUE 0.
           77 VF-BADSUBJ PIC 9(6) VALUE 0.
           77 VF-BADASSESS PIC 9(6) VALUE 0.
           77 VF-BADPAID PIC 9(6) VALUE 0.
           77 VF-DUPOR PIC 9(6) VALUE 0.
           77 VF-TOTAL PIC 9(7) VALUE 0.
           77 VF-LAST-sNo PIC X(30).
           77 VF-LAST-STATE PIC 9 VALUE 0.
           77 VF-W-src PIC X(8).
           77 VF-W-sNo PIC X(30).
           77 VF-W-term PIC X(5).
           77 VF-W-subject PIC X(8).
           77 VF-OVERFLOW PIC 9 VALUE 0.
           77 VF-EDIT1 PIC -ZZZZZZZZ9.99.
           77 VF-EDIT2 PIC -ZZZZZZZZ9.99.
           77 VF-SIZE PIC 9(4) VALUE 0.
           01 vfy-assess.
             02 vfy-entry OCCURS 1 TO 2000 TIMES
                 DEPENDING ON VF-SIZE.
               03 vfy-sNo PIC X(30).
               03 vfy-term PIC X(5).
               03 vfy-assessed PIC 9(7)V99.
               03 vfy-paid PIC 9(7)V99.
               03 vfy-det PIC S9(9)V99.
               03 vfy-pay PIC S9(9)V99.
           77 VF-IX PIC 9(4) VALUE 1.
           77 VF-HIT PIC 9(4) VALUE 0.
           77 FC-STATUS PIC XX.
           77 OF-STATUS PIC XX.
           77 TL-STATUS PIC XX.
           77 GT-STATUS PIC XX.
           77 FAC-EOF PIC 9 VALUE 0.
           77 FAC-FOUND PIC 9 VALUE 0.
           77 FAC-CHOICE PIC 9.
           77 FAC-ID-IN PIC X(8).
           77 FAC-NAME-IN PIC X(30).
           77 FAC-DEPT-IN PIC X(8).
           77 FAC-OLD PIC X(8).
           77 FAC-WANT PIC X(8).
           77 FAC-NAME-OUT PIC X(30).
           77 FAC-DEPT-OUT PIC X(8).
           77 FAC-COUNT PIC 9(4) VALUE 0.
           77 FAC-SUBJECTS PIC 9(3) VALUE 0.
           77 FAC-UNITS PIC 9(4) VALUE 0.
           77 FAC-STUDENTS PIC 9(5) VALUE 0.
           77 FAC-UNGRADED PIC 9(5) VALUE 0.
           77 FAC-PENDING PIC 9(4) VALUE 0.
           77 FAC-TOTAL-UNG PIC 9(6) VALUE 0.
           77 FAC-EDIT1 PIC Z9.
           77 FAC-EDIT2 PIC ZZZ9.
           77 FAC-EDIT3 PIC ZZZ9.
           77 UNGRADED-CT PIC 9(6) VALUE 0.
           77 UNGRADED-EOF PIC 9 VALUE 0.
           77 OFR-SIZE PIC 9(3) VALUE 0.
           01 ofr-table.
             02 ofr-entry OCCURS 1 TO 500 TIMES
                 DEPENDING ON OFR-SIZE.
               03 ofr-subject PIC X(8).
               03 ofr-section PIC X(4).
               03 ofr-faculty PIC X(8).
               03 ofr-units PIC 99.
               03 ofr-enrolled PIC 9(4).
               03 ofr-blank PIC 9(4).
           77 OFR-IX PIC 9(3) VALUE 1.
           77 OFR-HIT PIC 9(3) VALUE 0.
           77 OFR-OVERFLOW PIC 9 VALUE 0.
           77 OFR-W-subject PIC X(8).
           77 OFR-W-section PIC X(4).
           77 OE-STATUS PIC XX.
           77 CONV-EOF PIC 9 VALUE 0.
           77 CONV-COUNT PIC 9(8) VALUE 0.
           77 CONV-ERRORS PIC 9(6) VALUE 0.
           01 REPORT-DONE-TBL.
             02 REPORT-DONE PIC 9 OCCURS 1 TO 500 TIMES
                 DEPENDING ON TABLE-SIZE.
           PERFORM RESTOREMASTER
           STOP RUN
         END-IF.
         IF FUNCTION TRIM(RUN-MODE) = "ENRLCONV" THEN
           PERFORM ENROLLCONVERT
           STOP RUN
         END-IF.
         PERFORM OPENSTUDMAST.
         PERFORM LOADSTUDENTS.
         PERFORM LOADCOURSES.
         PERFORM LOADSUBJECTS.
         PERFORM LOADFEES.
         PERFORM LOADPLAN.
         PERFORM LOADTERM.
         PERFORM RECONCILE.
         IF FUNCTION TRIM(RUN-MODE) = "TERMEND"
             OR FUNCTION TRIM(RUN-MODE) = "TERMFORCE" THEN
           PERFORM TERMENDRUN
           PERFORM WRITECONTROL
           CLOSE STUDENT-MASTER
           CLOSE AUDIT-LOG
           STOP RUN
         END-IF.
         IF FUNCTION TRIM(RUN-MODE) = "LATEFEES" THEN
           PERFORM LATEFEESRUN
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-FILE
           CLOSE ASSESS-FILE
           CLOSE COURSE-FILE
           CLOSE SUBJECT-FILE
           CLOSE PAYMENT-JOURNAL
           CLOSE ASSESS-DETAIL
           CLOSE AUDIT-LOG
           STOP RUN
         END-IF.
         IF FUNCTION TRIM(RUN-MODE) = "GRADCAND" THEN
           PERFORM GRADCANDRUN
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-FILE
           CLOSE ASSESS-FILE
           CLOSE COURSE-FILE
           CLOSE SUBJECT-FILE
           CLOSE PAYMENT-JOURNAL
           CLOSE ASSESS-DETAIL
           CLOSE AUDIT-LOG
           STOP RUN
         END-IF.
         IF FUNCTION TRIM(RUN-MODE) = "INCLAPSE" THEN
           PERFORM INCLAPSERUN
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-FILE
           CLOSE ASSESS-FILE
           CLOSE COURSE-FILE
           CLOSE SUBJECT-FILE
           CLOSE PAYMENT-JOURNAL
           CLOSE ASSESS-DETAIL
           CLOSE AUDIT-LOG
           STOP RUN
         END-IF.
         IF FUNCTION TRIM(RUN-MODE) = "BANKIMPORT" THEN
           PERFORM BANKIMPORTRUN
           PERFORM WRITECONTROL
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-FILE
           CLOSE ASSESS-FILE
           CLOSE COURSE-FILE
           CLOSE SUBJECT-FILE
           CLOSE PAYMENT-JOURNAL
           CLOSE ASSESS-DETAIL
           CLOSE AUDIT-LOG
           STOP RUN
         END-IF.
         IF FUNCTION TRIM(RUN-MODE) = "GLEXTRACT" THEN
           PERFORM GLEXTRACTRUN
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-FILE
           CLOSE ASSESS-FILE
           CLOSE COURSE-FILE
           CLOSE SUBJECT-FILE
           CLOSE PAYMENT-JOURNAL
           CLOSE ASSESS-DETAIL
           CLOSE AUDIT-LOG
           STOP RUN
         END-IF.
         IF FUNCTION TRIM(RUN-MODE) = "VERIFY" THEN
           PERFORM VERIFYRUN
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-FILE
           CLOSE ASSESS-FILE
           CLOSE COURSE-FILE
           CLOSE SUBJECT-FILE
           CLOSE PAYMENT-JOURNAL
           CLOSE ASSESS-DETAIL
           CLOSE AUDIT-LOG
           STOP RUN
         END-IF.
         IF FUNCTION TRIM(RUN-MODE) = "BATCH" THEN
           PERFORM BATCHLOAD
           PERFORM WRITECONTROL
             END-IF
           END-IF.

         ENROLLCONVERT.
           OPEN EXTEND AUDIT-LOG
           IF AUDIT-STATUS = "35" THEN
             OPEN OUTPUT AUDIT-LOG
             CLOSE AUDIT-LOG
             OPEN EXTEND AUDIT-LOG
           END-IF
           OPEN INPUT OLD-ENROLL-FILE
           IF OE-STATUS NOT = "00" THEN
             DISPLAY "Unable to open ENROLOLD, status: "
      -        WITH NO ADVANCING
             DISPLAY OE-STATUS
             DISPLAY "Rename the old ENROLFIL to ENROLOLD before "
      -        WITH NO ADVANCING
             DISPLAY "converting"
             CLOSE AUDIT-LOG
           ELSE
             OPEN OUTPUT ENROLL-FILE
             IF EN-STATUS NOT = "00" THEN
               DISPLAY "Unable to rebuild ENROLFIL, status: "
      -          WITH NO ADVANCING
               DISPLAY EN-STATUS
               CLOSE OLD-ENROLL-FILE
               CLOSE AUDIT-LOG
             ELSE
               MOVE 0 TO CONV-COUNT
               MOVE 0 TO CONV-ERRORS
               MOVE 0 TO CONV-EOF
               PERFORM ENROLLCONVREC UNTIL CONV-EOF = 1
               CLOSE OLD-ENROLL-FILE
               CLOSE ENROLL-FILE
               MOVE "(ALL)" TO AUDIT-KEY
               MOVE "ENRLCONV" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "records converted=" CONV-COUNT
                      " errors=" CONV-ERRORS
                 DELIMITED BY SIZE INTO AUDIT-DETAIL
               PERFORM WRITEAUDIT
               CLOSE AUDIT-LOG
               DISPLAY "Enrollment records converted: "
      -          WITH NO ADVANCING
               DISPLAY CONV-COUNT
               DISPLAY "Records in error: " WITH NO ADVANCING
               DISPLAY CONV-ERRORS
             END-IF
           END-IF.

         ENROLLCONVREC.
           READ OLD-ENROLL-FILE NEXT RECORD
             AT END
               MOVE 1 TO CONV-EOF
             NOT AT END
               MOVE SPACES TO ENROLL-RECORD
               MOVE OE-KEY TO EN-KEY
               MOVE OE-units TO EN-units
               MOVE OE-grade TO EN-grade
               MOVE SPACES TO EN-section
               WRITE ENROLL-RECORD
                 INVALID KEY
                   COMPUTE CONV-ERRORS = CONV-ERRORS + 1
                   DISPLAY "Enrollment could not be converted: "
      -              WITH NO ADVANCING
                   DISPLAY OE-KEY
               END-WRITE
               IF EN-STATUS = "00" THEN
                 COMPUTE CONV-COUNT = CONV-COUNT + 1
               END-IF
           END-READ.

         RESTOREREC.
           READ BACKUP-FILE
             AT END
			   DISPLAY "[24] CLASS LIST".
			   DISPLAY "[25] GRADE SHEET ENTRY".
			   DISPLAY "[26] REINSTATE STUDENT".
			   DISPLAY "[27] SECTION OFFERINGS".
			   DISPLAY "[28] VOID PAYMENT".
			   DISPLAY "[29] REFUND DISBURSEMENT".
			   DISPLAY "[30] PAYMENT PLAN".
			   DISPLAY "[31] AGING REPORT".
			   DISPLAY "[32] HOLD MAINTENANCE".
			   DISPLAY "[33] ACTIVE HOLDS REPORT".
			   DISPLAY "[34] CURRICULUM MAINTENANCE".
			   DISPLAY "[35] DEGREE AUDIT".
			   DISPLAY "[36] CHANGE OF GRADE".
			   DISPLAY "[37] FACULTY MAINTENANCE".
			   DISPLAY "[38] TEACHING LOAD REPORT".
			   DISPLAY "[39] GRADE SUBMISSION STATUS".
			   DISPLAY "[8] EXIT".
			   DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT CHOICE.
                 OR CHOICE = 3 OR CHOICE = 9 OR CHOICE = 10
                 OR CHOICE = 12 OR CHOICE = 15 OR CHOICE = 18
                 OR CHOICE = 21 OR CHOICE = 23 OR CHOICE = 25
                 OR CHOICE = 26 OR CHOICE = 27 OR CHOICE = 28
                 OR CHOICE = 29 OR CHOICE = 30 OR CHOICE = 32
                 OR CHOICE = 34 OR CHOICE = 36 OR CHOICE = 37) THEN
               DISPLAY "Operator " WITH NO ADVANCING
               DISPLAY SIGNED-ID WITH NO ADVANCING
               DISPLAY " is not authorized for this option"
      -        WITH NO ADVANCING
             DISPLAY "abandoned"
           ELSE
             PERFORM TERMENDGRADECHECK
             IF UNGRADED-CT > 0
                 AND FUNCTION TRIM(RUN-MODE) NOT = "TERMFORCE" THEN
               DISPLAY "There are " WITH NO ADVANCING
               DISPLAY UNGRADED-CT WITH NO ADVANCING
               DISPLAY " enrollment(s) in term " WITH NO ADVANCING
               DISPLAY CUR-TERM WITH NO ADVANCING
               DISPLAY " with no grade"
               DISPLAY "Check the grade submission status, or run "
      -          WITH NO ADVANCING
               DISPLAY "TERMFORCE to roll them with blank grades"
               DISPLAY "Term-end abandoned"
             ELSE
               IF UNGRADED-CT > 0 THEN
                 DISPLAY "Warning: " WITH NO ADVANCING
                 DISPLAY UNGRADED-CT WITH NO ADVANCING
                 DISPLAY " ungraded enrollment(s) will be rolled to "
      -            WITH NO ADVANCING
                 DISPLAY "history with blank grades"
                 MOVE "(ALL)" TO AUDIT-KEY
                 MOVE "TERMFRC" TO AUDIT-ACTION
                 MOVE SPACES TO AUDIT-DETAIL
                 STRING "term=" CUR-TERM " ungraded=" UNGRADED-CT
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
                 PERFORM WRITEAUDIT
               END-IF
               PERFORM TERMENDWORK
             END-IF
           END-IF.

         TERMENDGRADECHECK.
           MOVE 0 TO UNGRADED-CT
           MOVE 0 TO UNGRADED-EOF
           MOVE LOW-VALUES TO EN-KEY
           START ENROLL-FILE KEY IS NOT LESS THAN EN-KEY
             INVALID KEY
               MOVE 1 TO UNGRADED-EOF
           END-START
           PERFORM UNTIL UNGRADED-EOF = 1
             READ ENROLL-FILE NEXT RECORD
               AT END
                 MOVE 1 TO UNGRADED-EOF
               NOT AT END
                 IF EN-term = CUR-TERM AND EN-grade = SPACES THEN
                   COMPUTE UNGRADED-CT = UNGRADED-CT + 1
                 END-IF
             END-READ
           END-PERFORM.

         TERMENDCASHCHECK.
           MOVE 0 TO UNCLOSED-PAYS
           MOVE 0 TO CTL-ON-FILE
             PERFORM ADVANCETERM
             PERFORM TERMENDENROLLS
             CLOSE ENROLL-HIST
             PERFORM TERMENDWAIT
             MOVE 0 TO HOLD-PLACED-CT
             PERFORM OPENHOLDS
             PERFORM TERMENDASSESS
             PERFORM CLOSEHOLDS
             PERFORM TERMENDCASHCTL
             MOVE "(ALL)" TO AUDIT-KEY
             MOVE "TERMEND" TO AUDIT-ACTION
             DISPLAY "Unpaid balances carried forward: "
      -        WITH NO ADVANCING
             DISPLAY TERMEND-BAL
             DISPLAY "Financial holds placed: " WITH NO ADVANCING
             DISPLAY HOLD-PLACED-CT
             MOVE NEW-TERM TO CUR-TERM
             PERFORM SAVETERM
             DISPLAY "Current term is now " WITH NO ADVANCING
             END-READ
           END-PERFORM.

         TERMENDWAIT.
           MOVE 0 TO SECT-WAIT
           PERFORM OPENSECTIONS
           MOVE 0 TO WAIT-EOF
           MOVE CUR-TERM TO WL-term
           MOVE LOW-VALUES TO WL-subject
           MOVE LOW-VALUES TO WL-section
           MOVE LOW-VALUES TO WL-stamp
           MOVE LOW-VALUES TO WL-sNo
           START WAIT-FILE KEY IS NOT LESS THAN WL-KEY
             INVALID KEY
               MOVE 1 TO WAIT-EOF
           END-START
           PERFORM UNTIL WAIT-EOF = 1
             READ WAIT-FILE NEXT RECORD
               AT END
                 MOVE 1 TO WAIT-EOF
               NOT AT END
                 IF WL-term = CUR-TERM THEN
                   DELETE WAIT-FILE RECORD
                     INVALID KEY
                       CONTINUE
                   END-DELETE
                   IF WL-STATUS = "00" THEN
                     COMPUTE SECT-WAIT = SECT-WAIT + 1
                   END-IF
                 ELSE
                   MOVE 1 TO WAIT-EOF
                 END-IF
             END-READ
           END-PERFORM
           PERFORM CLOSESECTIONS
           IF SECT-WAIT > 0 THEN
             DISPLAY "Unfilled waitlist entries closed: "
      -        WITH NO ADVANCING
             DISPLAY SECT-WAIT
           END-IF.

         TERMENDONE.
           MOVE SPACES TO ENROLL-HIST-RECORD
           MOVE EN-sNo TO EH-sNo
           MOVE EN-term TO EH-term
           MOVE EN-subject TO EH-subject
           MOVE EN-units TO EH-units
           MOVE EN-grade TO EH-grade
           MOVE EN-section TO EH-section
           WRITE ENROLL-HIST-RECORD
           IF EH-STATUS NOT = "00" THEN
             DISPLAY "History write failed for " WITH NO ADVANCING
             MOVE SPACES TO AD-code
             MOVE "BAL FORWARD" TO AD-desc
             MOVE AS-assessed TO AD-amount
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE AUDIT-TIMESTAMP(1:8) TO AD-date
             WRITE ASSESS-DETAIL-REC
             IF AD-STATUS NOT = "00" THEN
               DISPLAY "WARNING: assessment detail could not be "
               DISPLAY "written, status " WITH NO ADVANCING
               DISPLAY AD-STATUS
             END-IF
             MOVE AS-sNo TO HOLD-sNo
             MOVE "FIN" TO HOLD-TYPE-IN
             MOVE SPACES TO HOLD-REASON
             STRING "UNPAID BALANCE FORWARDED FROM " CUR-TERM
               DELIMITED BY SIZE INTO HOLD-REASON
             PERFORM HOLDPLACE
           END-IF
           IF AS-STATUS = "00" AND AS-paid > 0 THEN
             MOVE AS-sNo TO AD-sNo
             MOVE SPACES TO AD-code
             MOVE "CREDIT FWD" TO AD-desc
             COMPUTE AD-amount = 0 - AS-paid
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE AUDIT-TIMESTAMP(1:8) TO AD-date
             WRITE ASSESS-DETAIL-REC
             IF AD-STATUS NOT = "00" THEN
               DISPLAY "WARNING: assessment detail could not be "
         CASHSCANJRNL.
           MOVE 0 TO JRNL-TOTAL
           MOVE 0 TO JRNL-COUNT
           MOVE 0 TO JRNL-VOIDS
           MOVE 0 TO JRNL-REFUNDS
           MOVE 0 TO VOID-COUNT
           MOVE 0 TO RFD-COUNT
           MOVE 0 TO DUP-ORS
           MOVE 0 TO OR-SIZE
           MOVE 0 TO OR-OVERFLOW
             END-PERFORM
             CLOSE PAYMENT-JOURNAL
           END-IF
           OPEN EXTEND PAYMENT-JOURNAL
           COMPUTE JRNL-NET = JRNL-TOTAL - JRNL-VOIDS - JRNL-REFUNDS.

         CASHJRNLONE.
           IF PJ-amount IS NOT NUMERIC THEN
             DISPLAY "WARNING: unreadable journal line skipped"
           ELSE
             IF PJ-type = "V" THEN
               COMPUTE JRNL-VOIDS = JRNL-VOIDS + PJ-amount
               COMPUTE VOID-COUNT = VOID-COUNT + 1
             ELSE
               IF PJ-type = "R" THEN
                 COMPUTE JRNL-REFUNDS = JRNL-REFUNDS + PJ-amount
                 COMPUTE RFD-COUNT = RFD-COUNT + 1
               ELSE
                 COMPUTE JRNL-TOTAL = JRNL-TOTAL + PJ-amount
                 COMPUTE JRNL-COUNT = JRNL-COUNT + 1
                 PERFORM CASHORCHECK
               END-IF
             END-IF
             PERFORM CASHOPTOTAL
           END-IF.

         CASHORCHECK.
           PERFORM VARYING OR-IX FROM 1 BY 1 UNTIL OR-IX > OR-SIZE
             IF or-num(OR-IX) = PJ-or THEN
               COMPUTE DUP-ORS = DUP-ORS + 1
               DISPLAY "Duplicate OR number " WITH NO ADVANCING
               DISPLAY PJ-or
             END-IF
           END-PERFORM
           IF OR-SIZE < 500 THEN
             COMPUTE OR-SIZE = OR-SIZE + 1
             MOVE PJ-or TO or-num(OR-SIZE)
           ELSE
             IF OR-OVERFLOW = 0 THEN
               MOVE 1 TO OR-OVERFLOW
               DISPLAY "WARNING: OR table is full, the duplicate "
      -          WITH NO ADVANCING
               DISPLAY "OR check is incomplete past 500 entries"
             END-IF
           END-IF.

         CASHOPTOTAL.
           MOVE 0 TO CCOP-FOUND
           PERFORM VARYING CCOP-IX FROM 1 BY 1
               UNTIL CCOP-IX > CCOP-SIZE
             IF cashop-id(CCOP-IX) = PJ-opid THEN
               MOVE CCOP-IX TO CCOP-FOUND
             END-IF
           END-PERFORM
           IF CCOP-FOUND = 0 AND CCOP-SIZE < 50 THEN
             COMPUTE CCOP-SIZE = CCOP-SIZE + 1
             MOVE PJ-opid TO cashop-id(CCOP-SIZE)
             MOVE 0 TO cashop-total(CCOP-SIZE)
             MOVE 0 TO cashop-count(CCOP-SIZE)
             MOVE 0 TO cashop-voids(CCOP-SIZE)
             MOVE 0 TO cashop-refunds(CCOP-SIZE)
             MOVE CCOP-SIZE TO CCOP-FOUND
           END-IF
           IF CCOP-FOUND > 0 THEN
             IF PJ-type = "V" THEN
               COMPUTE cashop-voids(CCOP-FOUND) =
                 cashop-voids(CCOP-FOUND) + PJ-amount
             ELSE
               IF PJ-type = "R" THEN
                 COMPUTE cashop-refunds(CCOP-FOUND) =
                   cashop-refunds(CCOP-FOUND) + PJ-amount
               ELSE
                 COMPUTE cashop-total(CCOP-FOUND) =
                   cashop-total(CCOP-FOUND) + PJ-amount
                 COMPUTE cashop-count(CCOP-FOUND) =
                   cashop-count(CCOP-FOUND) + 1
               END-IF
             END-IF
           END-IF.

           MOVE JRNL-TOTAL TO BAL-TOTAL-EDIT
           DISPLAY "Journal total:   " WITH NO ADVANCING
           DISPLAY BAL-TOTAL-EDIT
           MOVE JRNL-VOIDS TO BAL-TOTAL-EDIT
           DISPLAY "Voids:           " WITH NO ADVANCING
           DISPLAY BAL-TOTAL-EDIT WITH NO ADVANCING
           DISPLAY " in " WITH NO ADVANCING
           DISPLAY VOID-COUNT
           MOVE JRNL-REFUNDS TO BAL-TOTAL-EDIT
           DISPLAY "Refunds:         " WITH NO ADVANCING
           DISPLAY BAL-TOTAL-EDIT WITH NO ADVANCING
           DISPLAY " in " WITH NO ADVANCING
           DISPLAY RFD-COUNT
           MOVE JRNL-NET TO MOVEMENT-EDIT
           DISPLAY "Net collections: " WITH NO ADVANCING
           DISPLAY MOVEMENT-EDIT
           MOVE PAID-MOVEMENT TO MOVEMENT-EDIT
           DISPLAY "AS-paid movement: " WITH NO ADVANCING
           DISPLAY MOVEMENT-EDIT
           DISPLAY "Take by operator:     PAYMENTS  COUNT"
      -      WITH NO ADVANCING
           DISPLAY "        VOIDS      REFUNDS"
           PERFORM VARYING CCOP-IX FROM 1 BY 1
               UNTIL CCOP-IX > CCOP-SIZE
             MOVE cashop-total(CCOP-IX) TO BAL-TOTAL-EDIT
             DISPLAY cashop-id(CCOP-IX) WITH NO ADVANCING
             DISPLAY " " WITH NO ADVANCING
             DISPLAY BAL-TOTAL-EDIT WITH NO ADVANCING
             DISPLAY "   " WITH NO ADVANCING
             DISPLAY cashop-count(CCOP-IX) WITH NO ADVANCING
             MOVE cashop-voids(CCOP-IX) TO BAL-TOTAL-EDIT
             DISPLAY " " WITH NO ADVANCING
             DISPLAY BAL-TOTAL-EDIT WITH NO ADVANCING
             MOVE cashop-refunds(CCOP-IX) TO BAL-TOTAL-EDIT
             DISPLAY " " WITH NO ADVANCING
             DISPLAY BAL-TOTAL-EDIT
           END-PERFORM
           IF OR-OVERFLOW = 1 THEN
             DISPLAY "WARNING: more than 500 journal entries, the "
      -        WITH NO ADVANCING
             DISPLAY "duplicate OR check is incomplete"
           END-IF
           IF DUP-ORS > 0 OR PAID-MOVEMENT NOT = JRNL-NET THEN
             DISPLAY "*** CASHIER CLOSE REFUSED ***"
             IF DUP-ORS > 0 THEN
               DISPLAY "Duplicate OR numbers found: "
      -          WITH NO ADVANCING
               DISPLAY DUP-ORS
             END-IF
             IF PAID-MOVEMENT NOT = JRNL-NET THEN
               DISPLAY "Journal does not agree with the assessment "
      -          WITH NO ADVANCING
               DISPLAY "file movement"
               MOVE "CASHCLS" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               MOVE JRNL-TOTAL TO BAL-TOTAL-EDIT
               MOVE JRNL-NET TO MOVEMENT-EDIT
               STRING "date=" CLOSE-DATE " entries=" JRNL-COUNT
                      " total=" FUNCTION TRIM(BAL-TOTAL-EDIT)
                      " net=" FUNCTION TRIM(MOVEMENT-EDIT)
                 DELIMITED BY SIZE INTO AUDIT-DETAIL
               PERFORM WRITEAUDIT
               DISPLAY "Cashier close complete for " WITH NO ADVANCING
             END-IF
           END-PERFORM.

         LOADPLAN.
           MOVE 0 TO PLAN-SIZE
           MOVE 0 TO PLAN-EOF
           OPEN INPUT PLAN-FILE
           IF PLAN-STATUS NOT = "00" THEN
             MOVE 1 TO PLAN-EOF
           ELSE
             PERFORM UNTIL PLAN-EOF = 1 OR PLAN-SIZE >= 100
               READ PLAN-FILE
                 AT END
                   MOVE 1 TO PLAN-EOF
                 NOT AT END
                   COMPUTE PLAN-SIZE = PLAN-SIZE + 1
                   MOVE PL-term TO pln-term(PLAN-SIZE)
                   MOVE PL-seq TO pln-seq(PLAN-SIZE)
                   MOVE PL-name TO pln-name(PLAN-SIZE)
                   MOVE PL-due TO pln-due(PLAN-SIZE)
                   MOVE PL-pct TO pln-pct(PLAN-SIZE)
               END-READ
             END-PERFORM
             CLOSE PLAN-FILE
           END-IF.

         GETLATERATE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE AUDIT-TIMESTAMP(1:8) TO TODAY-DATE
           MOVE LOW-VALUES TO LATE-RATE-DATE
           PERFORM VARYING FEE-IX FROM 1 BY 1 UNTIL FEE-IX > FEE-SIZE
             IF fsc-type(FEE-IX) = "P"
                 AND fsc-date(FEE-IX) <= TODAY-DATE
                 AND fsc-date(FEE-IX) >= LATE-RATE-DATE THEN
               MOVE fsc-amount(FEE-IX) TO LATE-FEE-RATE
               MOVE fsc-date(FEE-IX) TO LATE-RATE-DATE
             END-IF
           END-PERFORM.

         GETMISCTOTAL.
           MOVE 0 TO MISC-TOTAL
           PERFORM VARYING FEE-IX FROM 1 BY 1 UNTIL FEE-IX > FEE-SIZE
           MOVE AD-W-code TO AD-code
           MOVE AD-W-desc TO AD-desc
           MOVE AD-W-amount TO AD-amount
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE AUDIT-TIMESTAMP(1:8) TO AD-date
           WRITE ASSESS-DETAIL-REC
           IF AD-STATUS NOT = "00" THEN
             DISPLAY "WARNING: assessment detail could not be "
             END-IF
           END-IF.

         SECTMAINT.
           DISPLAY "[1] LIST SECTIONS".
           DISPLAY "[2] ADD SECTION".
           DISPLAY "[3] CHANGE SEAT LIMIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT SECT-CHOICE.
           IF SECT-CHOICE = 1 THEN
             MOVE 0 TO FIELDOK
             PERFORM GETANYSUBJECT
             PERFORM OPENSECTIONS
             PERFORM COUNTSECTIONS
             IF SECT-COUNT = 0 THEN
               DISPLAY "No sections of " WITH NO ADVANCING
               DISPLAY SUBJECT-INPUT WITH NO ADVANCING
               DISPLAY " are offered this term"
             ELSE
               PERFORM LISTSECTIONS
             END-IF
             PERFORM CLOSESECTIONS
           ELSE
             IF SECT-CHOICE = 2 THEN
               PERFORM ADDSECTION
             ELSE
               IF SECT-CHOICE = 3 THEN
                 PERFORM CHANGESEATLIMIT
               ELSE
                 DISPLAY "Invalid choice, try again"
               END-IF
             END-IF
           END-IF.

         ADDSECTION.
           MOVE 0 TO FIELDOK
           PERFORM GETANYSUBJECT
           IF SUBJOK = 0 THEN
             DISPLAY "Subject " WITH NO ADVANCING
             DISPLAY SUBJECT-INPUT WITH NO ADVANCING
             DISPLAY " is not an active subject on the catalog"
           ELSE
             MOVE 0 TO FIELDOK
             PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
               DISPLAY "Enter section code: " WITH NO ADVANCING
               ACCEPT SECTION-INPUT
               MOVE FUNCTION UPPER-CASE(SECTION-INPUT)
                 TO SECTION-INPUT
               IF SECTION-INPUT = SPACES THEN
                 MOVE 0 TO FIELDOK
                 DISPLAY "Section code cannot be blank, try again"
               ELSE
                 MOVE 1 TO FIELDOK
               END-IF
             END-PERFORM
             PERFORM GETDAYS
             MOVE 0 TO FIELDOK
             PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
               DISPLAY "Enter start time (HHMM): " WITH NO ADVANCING
               PERFORM GETTIME
               MOVE TIME-WORK TO START-WORK
               DISPLAY "Enter end time (HHMM): " WITH NO ADVANCING
               PERFORM GETTIME
               MOVE TIME-WORK TO END-WORK
               IF END-WORK > START-WORK THEN
                 MOVE 1 TO FIELDOK
               ELSE
                 MOVE 0 TO FIELDOK
                 DISPLAY "End time must be after the start time, "
      -            WITH NO ADVANCING
                 DISPLAY "try again"
               END-IF
             END-PERFORM
             DISPLAY "Enter room: " WITH NO ADVANCING
             ACCEPT ROOM-INPUT
             MOVE FUNCTION UPPER-CASE(ROOM-INPUT) TO ROOM-INPUT
             PERFORM GETLIMIT
             PERFORM OPENSECTIONS
             MOVE CUR-TERM TO SC-term
             MOVE SUBJECT-INPUT TO SC-subject
             MOVE SECTION-INPUT TO SC-section
             MOVE DAYS-MASK TO SC-days
             MOVE START-WORK TO SC-start
             MOVE END-WORK TO SC-end
             MOVE ROOM-INPUT TO SC-room
             MOVE LIMIT-WORK TO SC-limit
             MOVE 0 TO SC-enrolled
             WRITE SECTION-RECORD
               INVALID KEY
                 DISPLAY "Section " WITH NO ADVANCING
                 DISPLAY SECTION-INPUT WITH NO ADVANCING
                 DISPLAY " of " WITH NO ADVANCING
                 DISPLAY SUBJECT-INPUT WITH NO ADVANCING
                 DISPLAY " is already offered this term"
             END-WRITE
             IF SC-STATUS = "00" THEN
               MOVE SUBJECT-INPUT TO AUDIT-KEY
               MOVE "SECTADD" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "term=" CUR-TERM
                      " section=" FUNCTION TRIM(SECTION-INPUT)
                      " days=" DAYS-MASK
                      " time=" START-WORK "-" END-WORK
                      " room=" FUNCTION TRIM(ROOM-INPUT)
                      " limit=" LIMIT-WORK
                 DELIMITED BY SIZE INTO AUDIT-DETAIL
               PERFORM WRITEAUDIT
               PERFORM CHECKPOINTTICK
               DISPLAY "Section added"
             END-IF
             PERFORM CLOSESECTIONS
           END-IF.

         CHANGESEATLIMIT.
           MOVE 0 TO FIELDOK
           PERFORM GETANYSUBJECT
           PERFORM OPENSECTIONS
           PERFORM COUNTSECTIONS
           IF SECT-COUNT = 0 THEN
             DISPLAY "No sections of " WITH NO ADVANCING
             DISPLAY SUBJECT-INPUT WITH NO ADVANCING
             DISPLAY " are offered this term"
           ELSE
             PERFORM LISTSECTIONS
             PERFORM GETSECTION
             PERFORM GETLIMIT
             PERFORM READSECTION
             IF LIMIT-WORK < SC-enrolled THEN
               DISPLAY "Seat limit cannot be below the "
      -          WITH NO ADVANCING
               DISPLAY SC-enrolled WITH NO ADVANCING
               DISPLAY " students already enrolled"
             ELSE
               MOVE SC-limit TO SECT-WAIT
               MOVE LIMIT-WORK TO SC-limit
               REWRITE SECTION-RECORD
                 INVALID KEY
                   DISPLAY "Section could not be updated"
               END-REWRITE
               IF SC-STATUS = "00" THEN
                 MOVE SUBJECT-INPUT TO AUDIT-KEY
                 MOVE "SECTLIM" TO AUDIT-ACTION
                 MOVE SPACES TO AUDIT-DETAIL
                 STRING "term=" CUR-TERM
                        " section=" FUNCTION TRIM(SECTION-INPUT)
                        " limit=" SECT-WAIT "->" LIMIT-WORK
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
                 PERFORM WRITEAUDIT
                 PERFORM CHECKPOINTTICK
                 DISPLAY "Seat limit changed"
                 MOVE 0 TO ENROLL-UNITS
                 PERFORM WAITFILL
               END-IF
             END-IF
           END-IF
           PERFORM CLOSESECTIONS.

         GETDAYS.
           MOVE 0 TO FIELDOK
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Enter meeting days (M T W TH F S, e.g. MWF): "
      -        WITH NO ADVANCING
             ACCEPT DAYS-INPUT
             MOVE FUNCTION UPPER-CASE(DAYS-INPUT) TO DAYS-INPUT
             MOVE SPACES TO DAYS-MASK
             MOVE 1 TO FIELDOK
             PERFORM VARYING DAY-POS FROM 1 BY 1 UNTIL DAY-POS > 6
               EVALUATE DAYS-INPUT(DAY-POS:1)
                 WHEN "M"
                   MOVE "M" TO DAYS-MASK(1:1)
                 WHEN "T"
                   IF DAY-POS < 6 AND DAYS-INPUT(DAY-POS + 1:1) = "H"
                       THEN
                     MOVE "H" TO DAYS-MASK(4:1)
                     ADD 1 TO DAY-POS
                   ELSE
                     MOVE "T" TO DAYS-MASK(2:1)
                   END-IF
                 WHEN "W"
                   MOVE "W" TO DAYS-MASK(3:1)
                 WHEN "H"
                   MOVE "H" TO DAYS-MASK(4:1)
                 WHEN "F"
                   MOVE "F" TO DAYS-MASK(5:1)
                 WHEN "S"
                   MOVE "S" TO DAYS-MASK(6:1)
                 WHEN SPACE
                   CONTINUE
                 WHEN OTHER
                   MOVE 0 TO FIELDOK
               END-EVALUATE
             END-PERFORM
             IF DAYS-MASK = SPACES THEN
               MOVE 0 TO FIELDOK
             END-IF
             IF FIELDOK = 0 THEN
               DISPLAY "Meeting days must use M T W TH F S, try again"
             END-IF
           END-PERFORM.

         GETTIME.
           MOVE 0 TO SECT-OK
           PERFORM WITH TEST AFTER UNTIL SECT-OK = 1
             ACCEPT TIME-INPUT
             IF TIME-INPUT IS NUMERIC THEN
               MOVE TIME-INPUT TO TIME-WORK
               IF TIME-INPUT(1:2) < "24" AND TIME-INPUT(3:2) < "60" THEN
                 MOVE 1 TO SECT-OK
               END-IF
             END-IF
             IF SECT-OK = 0 THEN
               DISPLAY "Time must be HHMM on a 24-hour clock, "
      -          WITH NO ADVANCING
               DISPLAY "try again: " WITH NO ADVANCING
             END-IF
           END-PERFORM.

         GETLIMIT.
           MOVE 0 TO FIELDOK
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Enter seat limit: " WITH NO ADVANCING
             ACCEPT LIMIT-INPUT
             MOVE 1 TO FIELDOK
             MOVE FUNCTION LENGTH(FUNCTION TRIM(LIMIT-INPUT))
               TO AMOUNT-LEN
             IF LIMIT-INPUT = SPACES OR LIMIT-INPUT(1:1) = SPACE THEN
               MOVE 0 TO FIELDOK
             ELSE
               PERFORM VARYING AMOUNT-POS FROM 1 BY 1
                   UNTIL AMOUNT-POS > AMOUNT-LEN
                 IF LIMIT-INPUT(AMOUNT-POS:1) IS NOT NUMERIC THEN
                   MOVE 0 TO FIELDOK
                 END-IF
               END-PERFORM
             END-IF
             IF FIELDOK = 1 THEN
               COMPUTE LIMIT-WORK =
                 FUNCTION NUMVAL(LIMIT-INPUT(1:AMOUNT-LEN))
               IF LIMIT-WORK = 0 THEN
                 MOVE 0 TO FIELDOK
               END-IF
             END-IF
             IF FIELDOK = 0 THEN
               DISPLAY "Seat limit must be from 1 to 999, try again"
             END-IF
           END-PERFORM.

         STATSREPORT.
           OPEN OUTPUT STAT-REPORT
           IF STAT-STATUS NOT = "00" THEN
             DISPLAY "Unable to open STATRPT, status: "
      -        WITH NO ADVANCING
             DISPLAY STAT-STATUS
           ELSE
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE SPACES TO STAT-LINE
             STRING "STUDENT POPULATION STATISTICS "
                    AUDIT-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO STAT-LINE
             WRITE STAT-LINE
             MOVE ALL "=" TO STAT-LINE
             WRITE STAT-LINE
             MOVE "ENROLLMENT BY COURSE" TO STAT-LINE
             WRITE STAT-LINE
             MOVE 0 TO GRAND-TOT
             PERFORM STATCOURSES
             MOVE SPACES TO STAT-LINE
             WRITE STAT-LINE
             MOVE "BY AGE BAND" TO STAT-LINE
             WRITE STAT-LINE
             PERFORM STATAGEBANDS
             MOVE SPACES TO STAT-LINE
             WRITE STAT-LINE
             MOVE SPACES TO STAT-LINE
             STRING "GRAND TOTAL: " GRAND-TOT DELIMITED BY SIZE
               INTO STAT-LINE
             WRITE STAT-LINE
             MOVE SPACES TO STAT-LINE
             IF GRAND-TOT = NUMstd THEN
               STRING "RECONCILED: AGREES WITH DIRECTORY COUNT "
                      NUMstd DELIMITED BY SIZE
                 INTO STAT-LINE
             ELSE
               STRING "*** OUT OF BALANCE: DIRECTORY COUNT IS "
                      NUMstd DELIMITED BY SIZE
                 INTO STAT-LINE
             END-IF
             WRITE STAT-LINE
             MOVE SPACES TO STAT-LINE
             WRITE STAT-LINE
             MOVE "EXCEPTIONS - MISSING OR SUSPECT CONTACT DETAILS"
               TO STAT-LINE
             WRITE STAT-LINE
             PERFORM STATEXCEPTIONS
             CLOSE STAT-REPORT
               IF CHOICE = 26 THEN
                 DISPLAY "RI"
                 PERFORM REINSTATE
               ELSE
                 IF CHOICE = 27 THEN
                   DISPLAY "SO"
                   PERFORM SECTMAINT
                 ELSE
                   IF CHOICE = 28 THEN
                     DISPLAY "VP"
                     PERFORM VOIDPAYMENT
                   ELSE
                     IF CHOICE = 29 THEN
                       DISPLAY "RD"
                       PERFORM REFUNDPAY
                     ELSE
                       IF CHOICE = 30 THEN
                         DISPLAY "PP"
                         PERFORM PLANMAINT
                       ELSE
                         IF CHOICE = 31 THEN
                           DISPLAY "AR"
                           PERFORM AGINGRPT
                         ELSE
                           IF CHOICE = 32 THEN
                             DISPLAY "HM"
                             PERFORM HOLDMAINT
                           ELSE
                             IF CHOICE = 33 THEN
                               DISPLAY "HR"
                               PERFORM HOLDRPT
                             ELSE
                               IF CHOICE = 34 THEN
                                 DISPLAY "CM"
                                 PERFORM CURRMAINT
                               ELSE
                                 IF CHOICE = 35 THEN
                                   DISPLAY "DA"
                                   PERFORM DEGREEAUDIT
                                 ELSE
                                   IF CHOICE = 36 THEN
                                     DISPLAY "CG"
                                     PERFORM CHANGEGRADE
                                   ELSE
                                     PERFORM NEXT-MENU-PICK
                                   END-IF
                                 END-IF
                               END-IF
                             END-IF
                           END-IF
                         END-IF
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

         NEXT-MENU-PICK.
           IF CHOICE = 37 THEN
             DISPLAY "FM"
             PERFORM FACULTYMAINT
           ELSE
             IF CHOICE = 38 THEN
               DISPLAY "TL"
               PERFORM LOADRPTRUN
             ELSE
               IF CHOICE = 39 THEN
                 DISPLAY "GS"
                 PERFORM GRADESTATRUN
               ELSE
                 DISPLAY "Invalid choice, try again"
               END-IF
      -              WITH NO ADVANCING
                   DISPLAY "enrollment refused"
                 ELSE
                   PERFORM HOLDBLOCK
                   IF HOLD-ACTIVE > 0 THEN
                     DISPLAY "Enrollment refused until the hold is "
      -                WITH NO ADVANCING
                     DISPLAY "cleared"
                   ELSE
                     PERFORM ENROLLSTDREC
                   END-IF
                 END-IF
               END-IF
             END-IF
      -          WITH NO ADVANCING
               DISPLAY "enrollment refused"
             ELSE
               PERFORM ENROLLSECTION
             END-IF
           END-IF.

         ENROLLSECTION.
           MOVE SPACES TO SECTION-INPUT
           PERFORM OPENSECTIONS
           PERFORM COUNTSECTIONS
           IF SECT-COUNT = 0 THEN
             PERFORM WRITEENROLLREC
           ELSE
             MOVE sNo(IT) TO EN-sNo
             MOVE CUR-TERM TO EN-term
             MOVE SUBJECT-INPUT TO EN-subject
             READ ENROLL-FILE
               INVALID KEY
                 CONTINUE
             END-READ
             IF EN-STATUS = "00" THEN
               DISPLAY "Student is already enrolled in "
      -          WITH NO ADVANCING
               DISPLAY SUBJECT-INPUT WITH NO ADVANCING
               DISPLAY " section " WITH NO ADVANCING
               DISPLAY EN-section
             ELSE
               PERFORM LISTSECTIONS
               PERFORM GETSECTION
               PERFORM CHECKCLASH
               IF CLASH-FOUND = 1 THEN
                 DISPLAY "Schedule clashes with " WITH NO ADVANCING
                 DISPLAY CLASH-SUBJECT WITH NO ADVANCING
                 DISPLAY " section " WITH NO ADVANCING
                 DISPLAY CLASH-SECTION WITH NO ADVANCING
                 DISPLAY ", enrollment refused"
               ELSE
                 PERFORM READSECTION
                 IF SC-enrolled >= SC-limit THEN
                   PERFORM ENROLLWAITLIST
                 ELSE
                   PERFORM WRITEENROLLREC
                   IF EN-STATUS = "00" THEN
                     PERFORM SEATTAKE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           PERFORM CLOSESECTIONS.

         OPENSECTIONS.
           OPEN I-O SECTION-FILE
           IF SC-STATUS = "35" THEN
             OPEN OUTPUT SECTION-FILE
             CLOSE SECTION-FILE
             OPEN I-O SECTION-FILE
           END-IF
           IF SC-STATUS NOT = "00" THEN
             MOVE "SECTFILE" TO OPEN-FILE-NAME
             MOVE SC-STATUS TO OPEN-FILE-STATUS
             PERFORM OPENFAIL
           END-IF
           OPEN I-O WAIT-FILE
           IF WL-STATUS = "35" THEN
             OPEN OUTPUT WAIT-FILE
             CLOSE WAIT-FILE
             OPEN I-O WAIT-FILE
           END-IF
           IF WL-STATUS NOT = "00" THEN
             MOVE "WAITLIST" TO OPEN-FILE-NAME
             MOVE WL-STATUS TO OPEN-FILE-STATUS
             PERFORM OPENFAIL
           END-IF.

         CLOSESECTIONS.
           CLOSE SECTION-FILE
           CLOSE WAIT-FILE.

         COUNTSECTIONS.
           MOVE 0 TO SECT-COUNT
           MOVE 0 TO SECT-EOF
           MOVE CUR-TERM TO SC-term
           MOVE SUBJECT-INPUT TO SC-subject
           MOVE LOW-VALUES TO SC-section
           START SECTION-FILE KEY IS NOT LESS THAN SC-KEY
             INVALID KEY
               MOVE 1 TO SECT-EOF
           END-START
           PERFORM UNTIL SECT-EOF = 1
             READ SECTION-FILE NEXT RECORD
               AT END
                 MOVE 1 TO SECT-EOF
               NOT AT END
                 IF SC-term = CUR-TERM
                     AND SC-subject = SUBJECT-INPUT THEN
                   COMPUTE SECT-COUNT = SECT-COUNT + 1
                 ELSE
                   MOVE 1 TO SECT-EOF
                 END-IF
             END-READ
           END-PERFORM.

         LISTSECTIONS.
           MOVE 0 TO SECT-EOF
           MOVE CUR-TERM TO SC-term
           MOVE SUBJECT-INPUT TO SC-subject
           MOVE LOW-VALUES TO SC-section
           START SECTION-FILE KEY IS NOT LESS THAN SC-KEY
             INVALID KEY
               MOVE 1 TO SECT-EOF
           END-START
           DISPLAY "Sections of " WITH NO ADVANCING
           DISPLAY SUBJECT-INPUT WITH NO ADVANCING
           DISPLAY " for term " WITH NO ADVANCING
           DISPLAY CUR-TERM
           PERFORM UNTIL SECT-EOF = 1
             READ SECTION-FILE NEXT RECORD
               AT END
                 MOVE 1 TO SECT-EOF
               NOT AT END
                 IF SC-term = CUR-TERM
                     AND SC-subject = SUBJECT-INPUT THEN
                   PERFORM SECTIONLINE
                 ELSE
                   MOVE 1 TO SECT-EOF
                 END-IF
             END-READ
           END-PERFORM.

         SECTIONLINE.
           DISPLAY "  " WITH NO ADVANCING
           DISPLAY SC-section WITH NO ADVANCING
           DISPLAY "  " WITH NO ADVANCING
           DISPLAY SC-days WITH NO ADVANCING
           DISPLAY " " WITH NO ADVANCING
           DISPLAY SC-start WITH NO ADVANCING
           DISPLAY "-" WITH NO ADVANCING
           DISPLAY SC-end WITH NO ADVANCING
           DISPLAY "  room " WITH NO ADVANCING
           DISPLAY SC-room WITH NO ADVANCING
           DISPLAY "  seats " WITH NO ADVANCING
           DISPLAY SC-enrolled WITH NO ADVANCING
           DISPLAY "/" WITH NO ADVANCING
           IF SC-enrolled >= SC-limit THEN
             DISPLAY SC-limit WITH NO ADVANCING
             DISPLAY " (FULL)"
           ELSE
             DISPLAY SC-limit
           END-IF.

         GETSECTION.
           MOVE 0 TO SECT-OK
           PERFORM WITH TEST AFTER UNTIL SECT-OK = 1
             DISPLAY "Enter section code: " WITH NO ADVANCING
             ACCEPT SECTION-INPUT
             MOVE FUNCTION UPPER-CASE(SECTION-INPUT) TO SECTION-INPUT
             IF SECTION-INPUT = SPACES THEN
               IF SECT-BLANK-OK = 1 THEN
                 MOVE 1 TO SECT-NONE
                 MOVE 1 TO SECT-OK
               ELSE
                 DISPLAY "Section code cannot be blank, try again"
               END-IF
             ELSE
               PERFORM READSECTION
               IF SC-STATUS = "00" THEN
                 MOVE 1 TO SECT-OK
               ELSE
                 DISPLAY "Section " WITH NO ADVANCING
                 DISPLAY SECTION-INPUT WITH NO ADVANCING
                 DISPLAY " is not offered for " WITH NO ADVANCING
                 DISPLAY SUBJECT-INPUT WITH NO ADVANCING
                 DISPLAY " this term, try again"
               END-IF
             END-IF
           END-PERFORM
           MOVE SC-days TO NEW-DAYS
           MOVE SC-start TO NEW-START
           MOVE SC-end TO NEW-END.

         PICKSECTION.
           MOVE SPACES TO SECTION-INPUT
           MOVE 0 TO SECT-NONE
           PERFORM COUNTSECTIONS
           IF SECT-COUNT > 0 THEN
             PERFORM LISTSECTIONS
             DISPLAY "Leave the section blank for students with no "
      -        WITH NO ADVANCING
             DISPLAY "section"
             MOVE 1 TO SECT-BLANK-OK
             PERFORM GETSECTION
             MOVE 0 TO SECT-BLANK-OK
           END-IF.

         READSECTION.
           MOVE CUR-TERM TO SC-term
           MOVE SUBJECT-INPUT TO SC-subject
           MOVE SECTION-INPUT TO SC-section
           READ SECTION-FILE
             INVALID KEY
               CONTINUE
           END-READ.

         CHECKCLASH.
           MOVE 0 TO CLASH-FOUND
           MOVE 0 TO CLASH-EOF
           MOVE sNo(IT) TO EN-sNo
           MOVE CUR-TERM TO EN-term
           MOVE LOW-VALUES TO EN-subject
           START ENROLL-FILE KEY IS NOT LESS THAN EN-KEY
             INVALID KEY
               MOVE 1 TO CLASH-EOF
           END-START
           PERFORM UNTIL CLASH-EOF = 1
             READ ENROLL-FILE NEXT RECORD
               AT END
                 MOVE 1 TO CLASH-EOF
               NOT AT END
                 IF EN-sNo = sNo(IT) AND EN-term = CUR-TERM THEN
                   IF EN-section NOT = SPACES THEN
                     PERFORM CLASHONE
                   END-IF
                 ELSE
                   MOVE 1 TO CLASH-EOF
                 END-IF
             END-READ
           END-PERFORM.

         CLASHONE.
           MOVE EN-term TO SC-term
           MOVE EN-subject TO SC-subject
           MOVE EN-section TO SC-section
           READ SECTION-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF SC-STATUS = "00" AND SC-start < NEW-END
               AND NEW-START < SC-end THEN
             PERFORM VARYING DAY-POS FROM 1 BY 1 UNTIL DAY-POS > 6
               IF SC-days(DAY-POS:1) NOT = SPACE
                   AND NEW-DAYS(DAY-POS:1) NOT = SPACE THEN
                 MOVE 1 TO CLASH-FOUND
                 MOVE EN-subject TO CLASH-SUBJECT
                 MOVE EN-section TO CLASH-SECTION
                 MOVE 1 TO CLASH-EOF
               END-IF
             END-PERFORM
           END-IF.

         SEATTAKE.
           PERFORM READSECTION
           IF SC-STATUS = "00" THEN
             COMPUTE SC-enrolled = SC-enrolled + 1
             REWRITE SECTION-RECORD
               INVALID KEY
                 DISPLAY "WARNING: seat count could not be updated "
      -            WITH NO ADVANCING
                 DISPLAY "for section " WITH NO ADVANCING
                 DISPLAY SECTION-INPUT
             END-REWRITE
           END-IF.

         SEATFREE.
           PERFORM READSECTION
           IF SC-STATUS = "00" AND SC-enrolled > 0 THEN
             COMPUTE SC-enrolled = SC-enrolled - 1
             REWRITE SECTION-RECORD
               INVALID KEY
                 DISPLAY "WARNING: seat count could not be updated "
      -            WITH NO ADVANCING
                 DISPLAY "for section " WITH NO ADVANCING
                 DISPLAY SECTION-INPUT
             END-REWRITE
           END-IF.

         ENROLLWAITLIST.
           DISPLAY "Section " WITH NO ADVANCING
           DISPLAY SECTION-INPUT WITH NO ADVANCING
           DISPLAY " is full (" WITH NO ADVANCING
           DISPLAY SC-limit WITH NO ADVANCING
           DISPLAY " seats), enrollment refused"
           PERFORM CHECKWAITED
           IF WAIT-ON-FILE = 1 THEN
             DISPLAY "Student is already on the waitlist for "
      -        WITH NO ADVANCING
             DISPLAY SUBJECT-INPUT WITH NO ADVANCING
             DISPLAY " section " WITH NO ADVANCING
             DISPLAY WL-section
           ELSE
             DISPLAY "Put the student on the waitlist (Y/N)? "
      -        WITH NO ADVANCING
             ACCEPT WAIT-ANSWER
             MOVE FUNCTION UPPER-CASE(WAIT-ANSWER) TO WAIT-ANSWER
             IF WAIT-ANSWER = "Y" THEN
               PERFORM WAITADD
             END-IF
           END-IF.

         CHECKWAITED.
           MOVE 0 TO WAIT-ON-FILE
           MOVE 0 TO WAIT-EOF
           MOVE CUR-TERM TO WL-term
           MOVE SUBJECT-INPUT TO WL-subject
           MOVE LOW-VALUES TO WL-section
           MOVE LOW-VALUES TO WL-stamp
           MOVE LOW-VALUES TO WL-sNo
           START WAIT-FILE KEY IS NOT LESS THAN WL-KEY
             INVALID KEY
               MOVE 1 TO WAIT-EOF
           END-START
           PERFORM UNTIL WAIT-EOF = 1
             READ WAIT-FILE NEXT RECORD
               AT END
                 MOVE 1 TO WAIT-EOF
               NOT AT END
                 IF WL-term = CUR-TERM
                     AND WL-subject = SUBJECT-INPUT THEN
                   IF WL-sNo = sNo(IT) THEN
                     MOVE 1 TO WAIT-ON-FILE
                     MOVE 1 TO WAIT-EOF
                   END-IF
                 ELSE
                   MOVE 1 TO WAIT-EOF
                 END-IF
             END-READ
           END-PERFORM.

         WAITADD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE CUR-TERM TO WL-term
           MOVE SUBJECT-INPUT TO WL-subject
           MOVE SECTION-INPUT TO WL-section
           MOVE AUDIT-TIMESTAMP(1:16) TO WL-stamp
           MOVE sNo(IT) TO WL-sNo
           MOVE SIGNED-ID TO WL-opid
           WRITE WAIT-RECORD
             INVALID KEY
               DISPLAY "Waitlist entry could not be saved for "
      -          WITH NO ADVANCING
               DISPLAY sNo(IT)
           END-WRITE
           IF WL-STATUS = "00" THEN
             MOVE sNo(IT) TO AUDIT-KEY
             MOVE "WAITLIST" TO AUDIT-ACTION
             MOVE SPACES TO AUDIT-DETAIL
             STRING "subject=" FUNCTION TRIM(SUBJECT-INPUT)
                    " section=" FUNCTION TRIM(SECTION-INPUT)
               DELIMITED BY SIZE INTO AUDIT-DETAIL
             PERFORM WRITEAUDIT
             PERFORM CHECKPOINTTICK
             DISPLAY "Student put on the waitlist for section "
      -        WITH NO ADVANCING
             DISPLAY SECTION-INPUT
           END-IF.

         WAITFILL.
           MOVE IT TO SAVE-IT
           MOVE 0 TO WAIT-FILLED
           MOVE 0 TO WAIT-DONE
           PERFORM UNTIL WAIT-DONE = 1
             PERFORM READSECTION
             IF SC-STATUS NOT = "00" OR SC-enrolled >= SC-limit THEN
               MOVE 1 TO WAIT-DONE
             ELSE
               PERFORM WAITNEXT
             END-IF
           END-PERFORM
           MOVE SAVE-IT TO IT
           IF WAIT-FILLED > 0 THEN
             DISPLAY "Seats filled from the waitlist: "
      -        WITH NO ADVANCING
             DISPLAY WAIT-FILLED
           END-IF.

         WAITNEXT.
           MOVE 0 TO WAIT-EOF
           MOVE CUR-TERM TO WL-term
           MOVE SUBJECT-INPUT TO WL-subject
           MOVE SECTION-INPUT TO WL-section
           MOVE LOW-VALUES TO WL-stamp
           MOVE LOW-VALUES TO WL-sNo
           START WAIT-FILE KEY IS NOT LESS THAN WL-KEY
             INVALID KEY
               MOVE 1 TO WAIT-EOF
           END-START
           IF WAIT-EOF = 0 THEN
             READ WAIT-FILE NEXT RECORD
               AT END
                 MOVE 1 TO WAIT-EOF
             END-READ
           END-IF
           IF WAIT-EOF = 0 AND (WL-term NOT = CUR-TERM
               OR WL-subject NOT = SUBJECT-INPUT
               OR WL-section NOT = SECTION-INPUT) THEN
             MOVE 1 TO WAIT-EOF
           END-IF
           IF WAIT-EOF = 1 THEN
             MOVE 1 TO WAIT-DONE
           ELSE
             MOVE WL-sNo TO WAIT-SNO
             DELETE WAIT-FILE RECORD
               INVALID KEY
                 MOVE 1 TO WAIT-DONE
             END-DELETE
             IF WL-STATUS = "00" THEN
               PERFORM WAITFILLONE
             ELSE
               DISPLAY "WARNING: waitlist entry could not be removed "
      -          WITH NO ADVANCING
               DISPLAY "for " WITH NO ADVANCING
               DISPLAY WAIT-SNO
             END-IF
           END-IF.

         WAITFILLONE.
           MOVE 0 TO FOUNDSLOT
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > TABLE-SIZE
             IF sNo(IX) = WAIT-SNO AND Deleted(IX) = 0 THEN
               MOVE IX TO IT
               MOVE 1 TO FOUNDSLOT
             END-IF
           END-PERFORM
           IF FOUNDSLOT = 0 THEN
             DISPLAY "Waitlisted student " WITH NO ADVANCING
             DISPLAY WAIT-SNO WITH NO ADVANCING
             DISPLAY " is no longer on the directory, skipped"
           ELSE
             PERFORM CHECKMASTERACTIVE
             PERFORM READSECTION
             MOVE SC-days TO NEW-DAYS
             MOVE SC-start TO NEW-START
             MOVE SC-end TO NEW-END
             PERFORM CHECKCLASH
             PERFORM HOLDBLOCK
             MOVE sNo(IT) TO EN-sNo
             MOVE CUR-TERM TO EN-term
             MOVE SUBJECT-INPUT TO EN-subject
             READ ENROLL-FILE
               INVALID KEY
                 CONTINUE
             END-READ
             IF MASTER-ACTIVE = 0 OR CLASH-FOUND = 1
                 OR HOLD-ACTIVE > 0 OR EN-STATUS = "00" THEN
               DISPLAY "Waitlisted student " WITH NO ADVANCING
               DISPLAY WAIT-SNO WITH NO ADVANCING
               DISPLAY " is no longer eligible for the seat, skipped"
             ELSE
               PERFORM VALIDATESUBJECT
               IF SUBJ-FOUND > 0 THEN
                 MOVE sbj-units(SUBJ-FOUND) TO ENROLL-UNITS
               END-IF
               PERFORM WRITEENROLLREC
               IF EN-STATUS = "00" THEN
                 PERFORM SEATTAKE
                 COMPUTE WAIT-FILLED = WAIT-FILLED + 1
                 MOVE sNo(IT) TO AUDIT-KEY
                 MOVE "WAITFILL" TO AUDIT-ACTION
                 MOVE SPACES TO AUDIT-DETAIL
                 STRING "subject=" FUNCTION TRIM(SUBJECT-INPUT)
                        " section=" FUNCTION TRIM(SECTION-INPUT)
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
                 PERFORM WRITEAUDIT
               END-IF
             END-IF
           END-IF.

         CHECKPREREQ.
           MOVE 1 TO PREREQ-OK
           MOVE sbj-prereq(SUBJ-FOUND) TO PREREQ-WANTED
           IF PREREQ-WANTED NOT = SPACES THEN
             MOVE 0 TO PREREQ-OK
             PERFORM SCANPREREQENR
             IF PREREQ-OK = 0 THEN
               PERFORM SCANPREREQHIST
             END-IF
           END-IF.

         SCANPREREQENR.
           MOVE 0 TO ENROLL-EOF
           MOVE sNo(IT) TO EN-sNo
           MOVE LOW-VALUES TO EN-term
           MOVE LOW-VALUES TO EN-subject
           START ENROLL-FILE KEY IS NOT LESS THAN EN-KEY
             INVALID KEY
               MOVE 1 TO ENROLL-EOF
           END-START
           PERFORM UNTIL ENROLL-EOF = 1
             READ ENROLL-FILE NEXT RECORD
               AT END
                 MOVE 1 TO ENROLL-EOF
               NOT AT END
                 IF EN-sNo NOT = sNo(IT) THEN
                   MOVE 1 TO ENROLL-EOF
                 ELSE
                   IF EN-subject = PREREQ-WANTED THEN
                     MOVE EN-grade TO CHECK-GRADE
                     PERFORM GRADEPASSES
                     IF GRADE-PASS = 1 THEN
                       MOVE 1 TO PREREQ-OK
                       MOVE 1 TO ENROLL-EOF
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

         SCANPREREQHIST.
           MOVE 0 TO SBJ-EOF
           OPEN INPUT ENROLL-HIST
           IF EH-STATUS NOT = "00" THEN
             MOVE 1 TO SBJ-EOF
           ELSE
             PERFORM UNTIL SBJ-EOF = 1
               READ ENROLL-HIST
                 AT END
                   MOVE 1 TO SBJ-EOF
                 NOT AT END
                   IF EH-sNo = sNo(IT)
                       AND EH-subject = PREREQ-WANTED THEN
                     MOVE EH-grade TO CHECK-GRADE
                     PERFORM GRADEPASSES
                     IF GRADE-PASS = 1 THEN
                       MOVE 1 TO PREREQ-OK
                       MOVE 1 TO SBJ-EOF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ENROLL-HIST
           END-IF.

         LOOKUPGRADE.
           MOVE 0 TO GS-FOUND
           PERFORM VARYING GS-IX FROM 1 BY 1 UNTIL GS-IX > 14
             IF GS-grade(GS-IX) = CHECK-GRADE THEN
               MOVE GS-IX TO GS-FOUND
             END-IF
           END-PERFORM.

         GRADEPASSES.
           MOVE 0 TO GRADE-PASS
           PERFORM LOOKUPGRADE
           IF GS-FOUND > 0 THEN
             MOVE GS-pass(GS-FOUND) TO GRADE-PASS
           MOVE SUBJECT-INPUT TO EN-subject
           MOVE ENROLL-UNITS TO EN-units
           MOVE SPACES TO EN-grade
           MOVE SECTION-INPUT TO EN-section
           WRITE ENROLL-RECORD
             INVALID KEY
               DISPLAY "Student is already enrolled in "
             STRING "subject=" FUNCTION TRIM(EN-subject)
                      DELIMITED BY SIZE
                    " units=" EN-units DELIMITED BY SIZE
                    " section=" FUNCTION TRIM(EN-section)
                      DELIMITED BY SIZE
               INTO AUDIT-DETAIL
             PERFORM WRITEAUDIT
             PERFORM ADDASSESSMENT
         CLASSLIST.
           MOVE 0 TO FIELDOK
           PERFORM GETANYSUBJECT
           PERFORM OPENSECTIONS
           PERFORM PICKSECTION
           OPEN OUTPUT CLS-REPORT
           IF CLS-STATUS NOT = "00" THEN
             DISPLAY "Unable to open CLASSRPT, status: "
                    " " AUDIT-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO CLS-LINE
             WRITE CLS-LINE
             IF SECTION-INPUT NOT = SPACES THEN
               MOVE SPACES TO CLS-LINE
               STRING "SECTION " SECTION-INPUT " " SC-days " "
                      SC-start "-" SC-end " ROOM " SC-room
                      " LIMIT " SC-limit
                 DELIMITED BY SIZE INTO CLS-LINE
               WRITE CLS-LINE
             END-IF
             IF SECT-NONE = 1 THEN
               MOVE "STUDENTS WITH NO SECTION" TO CLS-LINE
               WRITE CLS-LINE
             END-IF
             MOVE ALL "=" TO CLS-LINE
             WRITE CLS-LINE
             MOVE 0 TO CLS-HITS
                   MOVE 1 TO CLS-EOF
                 NOT AT END
                   IF EN-term = CUR-TERM
                       AND EN-subject = SUBJECT-INPUT
                       AND ((SECTION-INPUT = SPACES AND SECT-NONE = 0)
                       OR EN-section = SECTION-INPUT) THEN
                     PERFORM CLASSLINE
                   END-IF
               END-READ
             STRING "STUDENTS ENROLLED: " CLS-HITS
               DELIMITED BY SIZE INTO CLS-LINE
             WRITE CLS-LINE
             IF SECTION-INPUT NOT = SPACES THEN
               PERFORM CLASSWAITLIST
             END-IF
             CLOSE CLS-REPORT
             DISPLAY "Class list written to CLASSRPT"
           END-IF
           PERFORM CLOSESECTIONS.

         CLASSWAITLIST.
           MOVE 0 TO SECT-WAIT
           MOVE 0 TO WAIT-EOF
           MOVE CUR-TERM TO WL-term
           MOVE SUBJECT-INPUT TO WL-subject
           MOVE SECTION-INPUT TO WL-section
           MOVE LOW-VALUES TO WL-stamp
           MOVE LOW-VALUES TO WL-sNo
           START WAIT-FILE KEY IS NOT LESS THAN WL-KEY
             INVALID KEY
               MOVE 1 TO WAIT-EOF
           END-START
           PERFORM UNTIL WAIT-EOF = 1
             READ WAIT-FILE NEXT RECORD
               AT END
                 MOVE 1 TO WAIT-EOF
               NOT AT END
                 IF WL-term = CUR-TERM AND WL-subject = SUBJECT-INPUT
                     AND WL-section = SECTION-INPUT THEN
                   IF SECT-WAIT = 0 THEN
                     MOVE SPACES TO CLS-LINE
                     WRITE CLS-LINE
                     MOVE "WAITLIST" TO CLS-LINE
                     WRITE CLS-LINE
                   END-IF
                   COMPUTE SECT-WAIT = SECT-WAIT + 1
                   MOVE WL-sNo TO CLS-WANTED
                   PERFORM FINDNAME
                   MOVE SPACES TO CLS-LINE
                   STRING "  " SECT-WAIT " " WL-sNo " " CLS-NAME
                          " since " WL-stamp(1:8)
                     DELIMITED BY SIZE INTO CLS-LINE
                   WRITE CLS-LINE
                 ELSE
                   MOVE 1 TO WAIT-EOF
                 END-IF
             END-READ
           END-PERFORM.

         CLASSLINE.
           COMPUTE CLS-HITS = CLS-HITS + 1
         GRADESHEET.
           MOVE 0 TO FIELDOK
           PERFORM GETANYSUBJECT
           PERFORM OPENSECTIONS
           PERFORM PICKSECTION
           PERFORM CLOSESECTIONS
           MOVE 0 TO GSH-SIZE
           MOVE 0 TO CLS-EOF
           MOVE LOW-VALUES TO EN-KEY
               NOT AT END
                 IF EN-term = CUR-TERM
                     AND EN-subject = SUBJECT-INPUT
                     AND ((SECTION-INPUT = SPACES AND SECT-NONE = 0)
                     OR EN-section = SECTION-INPUT)
                     AND GSH-SIZE < 500 THEN
                   COMPUTE GSH-SIZE = GSH-SIZE + 1
                   MOVE EN-sNo TO gsh-sNo(GSH-SIZE)
           ELSE
             DISPLAY "Grade sheet for " WITH NO ADVANCING
             DISPLAY SUBJECT-INPUT WITH NO ADVANCING
             IF SECTION-INPUT NOT = SPACES THEN
               DISPLAY " section " WITH NO ADVANCING
               DISPLAY SECTION-INPUT WITH NO ADVANCING
             END-IF
             IF SECT-NONE = 1 THEN
               DISPLAY " (no section)" WITH NO ADVANCING
             END-IF
             DISPLAY ", " WITH NO ADVANCING
             DISPLAY GSH-SIZE WITH NO ADVANCING
             DISPLAY " student(s), blank grade skips a student"
           END-READ
           IF EN-STATUS = "00" THEN
             MOVE EN-units TO DROP-UNITS
             MOVE EN-section TO DROP-SECTION
             PERFORM COMPUTECHARGE
             PERFORM GETREFUNDPCT
             COMPUTE REFUND-AMT ROUNDED =
               PERFORM CHECKPOINTTICK
               DISPLAY "Subject dropped"
               PERFORM SHOWBALANCE
               IF DROP-SECTION NOT = SPACES THEN
                 MOVE DROP-SECTION TO SECTION-INPUT
                 MOVE DROP-UNITS TO ENROLL-UNITS
                 PERFORM OPENSECTIONS
                 PERFORM SEATFREE
                 PERFORM WAITFILL
                 PERFORM CLOSESECTIONS
               END-IF
             END-IF
           END-IF.

                 DISPLAY STDsearch WITH NO ADVANCING
                 DISPLAY " was deleted"
               ELSE
                 PERFORM HOLDBLOCK
                 IF HOLD-ACTIVE > 0 THEN
                   DISPLAY "Transcript refused until the hold is "
      -              WITH NO ADVANCING
                   DISPLAY "cleared"
                 ELSE
                   PERFORM WRITETRANSCRIPT
                 END-IF
               END-IF
             END-IF
             MOVE 1 TO IT
                     MOVE EH-subject TO TSC-W-subject
                     MOVE EH-units TO TSC-W-units
                     MOVE EH-grade TO TSC-W-grade
                     MOVE EH-prev-grade TO TSC-W-prev
                     PERFORM TSCDETAIL
                   END-IF
               END-READ
                   MOVE EN-subject TO TSC-W-subject
                   MOVE EN-units TO TSC-W-units
                   MOVE EN-grade TO TSC-W-grade
                   MOVE SPACES TO TSC-W-prev
                   PERFORM TSCDETAIL
                 ELSE
                   MOVE 1 TO TSC-EOF
                    "  units " TSC-W-units "  grade (none)"
               DELIMITED BY SIZE INTO TSC-LINE
           ELSE
             IF TSC-W-prev = SPACES THEN
               STRING "  " TSC-W-term "  " TSC-W-subject
                      "  units " TSC-W-units "  grade " TSC-W-grade
                 DELIMITED BY SIZE INTO TSC-LINE
             ELSE
               STRING "  " TSC-W-term "  " TSC-W-subject
                      "  units " TSC-W-units "  grade " TSC-W-grade
                      "  (was " FUNCTION TRIM(TSC-W-prev) ")"
                 DELIMITED BY SIZE INTO TSC-LINE
             END-IF
           END-IF
           WRITE TSC-LINE.

                   IF PJ-sNo = sNo(IT) AND PJ-term = DET-TERM
                       AND PJ-amount IS NUMERIC THEN
                     COMPUTE SOA-PAYMTS = SOA-PAYMTS + 1
                     MOVE SPACES TO SOA-LINE
                     IF PJ-type = "V" OR PJ-type = "R" THEN
                       COMPUTE SOA-RUN-BAL = SOA-RUN-BAL + PJ-amount
                       MOVE PJ-amount TO MONEY-EDIT
                       MOVE SOA-RUN-BAL TO MOVEMENT-EDIT
                       IF PJ-type = "V" THEN
                         STRING "  " PJ-date " VOID OR " PJ-or " "
                                MONEY-EDIT "  balance " MOVEMENT-EDIT
                           DELIMITED BY SIZE INTO SOA-LINE
                       ELSE
                         STRING "  " PJ-date " REFUND " PJ-or " "
                                MONEY-EDIT "  balance " MOVEMENT-EDIT
                           DELIMITED BY SIZE INTO SOA-LINE
                       END-IF
                     ELSE
                       COMPUTE SOA-RUN-BAL = SOA-RUN-BAL - PJ-amount
                       MOVE PJ-amount TO MONEY-EDIT
                       MOVE SOA-RUN-BAL TO MOVEMENT-EDIT
                       STRING "  " PJ-date " OR " PJ-or " " MONEY-EDIT
                              "  balance " MOVEMENT-EDIT
                         DELIMITED BY SIZE INTO SOA-LINE
                     END-IF
                     WRITE SOA-LINE
                   END-IF
               END-READ
               CONTINUE
             NOT INVALID KEY
               IF AS-assessed > AS-paid THEN
                 MOVE sNo(IX) TO INST-sNo
                 MOVE AS-term TO INST-TERM
                 PERFORM BUILDINSTALL
                 IF INST-SIZE = 0 OR INST-PASTDUE > 0 THEN
                   PERFORM NOTICEWRITE
                 END-IF
               END-IF
           END-READ.

         NOTICEWRITE.
           COMPUTE OVD-COUNT = OVD-COUNT + 1
           COMPUTE BAL-AMOUNT = AS-assessed - AS-paid
           MOVE BAL-AMOUNT TO BAL-EDIT
           MOVE SPACES TO OVD-LINE
           STRING "NOTICE OF OVERDUE ACCOUNT - TERM " AS-term
             DELIMITED BY SIZE INTO OVD-LINE
           WRITE OVD-LINE
           MOVE SPACES TO OVD-LINE
           STRING "TO: " FUNCTION TRIM(fullname(IX))
                  " (" FUNCTION TRIM(sNo(IX)) ")"
             DELIMITED BY SIZE INTO OVD-LINE
           WRITE OVD-LINE
           MOVE SPACES TO OVD-LINE
           STRING "OUR RECORDS SHOW AN OUTSTANDING BALANCE OF "
                  BAL-EDIT DELIMITED BY SIZE INTO OVD-LINE
           WRITE OVD-LINE
           IF INST-SIZE > 0 THEN
             MOVE "THE FOLLOWING INSTALLMENTS ARE PAST DUE:"
               TO OVD-LINE
             WRITE OVD-LINE
             PERFORM VARYING INST-IX FROM 1 BY 1
                 UNTIL INST-IX > INST-SIZE
               IF inst-days(INST-IX) > 0
                   AND inst-amt(INST-IX) > inst-paid(INST-IX) THEN
                 COMPUTE INST-OPEN =
                   inst-amt(INST-IX) - inst-paid(INST-IX)
                 MOVE INST-OPEN TO MONEY-EDIT
                 MOVE SPACES TO OVD-LINE
                 STRING "  " inst-name(INST-IX) " DUE "
                        inst-due(INST-IX) " UNPAID " MONEY-EDIT
                   DELIMITED BY SIZE INTO OVD-LINE
                 WRITE OVD-LINE
               END-IF
             END-PERFORM
             MOVE INST-PASTDUE TO MONEY-EDIT
             MOVE SPACES TO OVD-LINE
             STRING "TOTAL NOW PAST DUE: " MONEY-EDIT
               DELIMITED BY SIZE INTO OVD-LINE
             WRITE OVD-LINE
           END-IF
           MOVE "PLEASE SETTLE AT THE CASHIER. IF PAYMENT WAS"
             TO OVD-LINE
           WRITE OVD-LINE
           MOVE "ALREADY MADE, KINDLY DISREGARD THIS NOTICE."
             TO OVD-LINE
           WRITE OVD-LINE
           MOVE ALL "-" TO OVD-LINE
           WRITE OVD-LINE.

         BUILDINSTALL.
           MOVE 0 TO INST-SIZE
           MOVE 0 TO INST-PASTDUE
           PERFORM VARYING PLAN-IX FROM 1 BY 1 UNTIL PLAN-IX > PLAN-SIZE
             IF pln-term(PLAN-IX) = INST-TERM AND INST-SIZE < 9 THEN
               COMPUTE INST-SIZE = INST-SIZE + 1
               MOVE pln-name(PLAN-IX) TO inst-name(INST-SIZE)
               MOVE pln-due(PLAN-IX) TO inst-due(INST-SIZE)
               MOVE pln-pct(PLAN-IX) TO inst-pct(INST-SIZE)
               MOVE 0 TO inst-amt(INST-SIZE)
               MOVE 0 TO inst-paid(INST-SIZE)
               MOVE 0 TO inst-late(INST-SIZE)
               MOVE 0 TO inst-days(INST-SIZE)
               MOVE 0 TO inst-charged(INST-SIZE)
             END-IF
           END-PERFORM
           IF INST-SIZE > 0 THEN
             PERFORM INSTDETAIL
             COMPUTE INST-BASE = AS-assessed - INST-LATETOT - INST-FWD
             IF INST-BASE < 0 THEN
               MOVE 0 TO INST-BASE
             END-IF
             MOVE 0 TO INST-ALLOC
             PERFORM VARYING INST-IX FROM 1 BY 1
                 UNTIL INST-IX > INST-SIZE
               IF INST-IX = INST-SIZE THEN
                 IF INST-ALLOC < INST-BASE THEN
                   COMPUTE inst-amt(INST-IX) = INST-BASE - INST-ALLOC
                 END-IF
               ELSE
                 COMPUTE inst-amt(INST-IX) ROUNDED =
                   INST-BASE * inst-pct(INST-IX) / 100
                 COMPUTE INST-ALLOC = INST-ALLOC + inst-amt(INST-IX)
               END-IF
               COMPUTE inst-amt(INST-IX) =
                 inst-amt(INST-IX) + inst-late(INST-IX)
             END-PERFORM
             COMPUTE inst-amt(1) = inst-amt(1) + INST-FWD
             MOVE AS-paid TO INST-POOL
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE AUDIT-TIMESTAMP(1:8) TO DUE-NUM
             COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(DUE-NUM)
             PERFORM INSTAPPLY VARYING INST-IX FROM 1 BY 1
               UNTIL INST-IX > INST-SIZE
           END-IF.

         INSTAPPLY.
           IF INST-POOL >= inst-amt(INST-IX) THEN
             MOVE inst-amt(INST-IX) TO inst-paid(INST-IX)
             COMPUTE INST-POOL = INST-POOL - inst-amt(INST-IX)
           ELSE
             MOVE INST-POOL TO inst-paid(INST-IX)
             MOVE 0 TO INST-POOL
           END-IF
           MOVE 0 TO inst-days(INST-IX)
           IF inst-due(INST-IX) IS NUMERIC THEN
             MOVE inst-due(INST-IX) TO DUE-NUM
             IF FUNCTION TEST-DATE-YYYYMMDD(DUE-NUM) = 0 THEN
               COMPUTE DUE-INT = FUNCTION INTEGER-OF-DATE(DUE-NUM)
               COMPUTE inst-days(INST-IX) = TODAY-INT - DUE-INT
             END-IF
           END-IF
           IF inst-days(INST-IX) > 0
               AND inst-amt(INST-IX) > inst-paid(INST-IX) THEN
             COMPUTE INST-PASTDUE = INST-PASTDUE
               + inst-amt(INST-IX) - inst-paid(INST-IX)
           END-IF.

         INSTDETAIL.
           MOVE 0 TO INST-FWD
           MOVE 0 TO INST-LATETOT
           MOVE 0 TO INST-EOF
           CLOSE ASSESS-DETAIL
           OPEN INPUT ASSESS-DETAIL
           IF AD-STATUS NOT = "00" THEN
             MOVE 1 TO INST-EOF
           ELSE
             PERFORM UNTIL INST-EOF = 1
               READ ASSESS-DETAIL
                 AT END
                   MOVE 1 TO INST-EOF
                 NOT AT END
                   IF AD-sNo = INST-sNo AND AD-term = INST-TERM
                       AND AD-amount > 0 THEN
                     IF AD-desc = "BAL FORWARD" THEN
                       COMPUTE INST-FWD = INST-FWD + AD-amount
                     END-IF
                     IF AD-desc = "LATE FEE" THEN
                       COMPUTE INST-LATETOT = INST-LATETOT + AD-amount
                       PERFORM INSTLATEONE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ASSESS-DETAIL
           END-IF
           OPEN EXTEND ASSESS-DETAIL.

         INSTLATEONE.
           MOVE 1 TO LATE-SLOT
           PERFORM VARYING INST-IX FROM 1 BY 1 UNTIL INST-IX > INST-SIZE
             IF inst-name(INST-IX) = AD-code THEN
               MOVE INST-IX TO LATE-SLOT
               MOVE 1 TO inst-charged(INST-IX)
             END-IF
           END-PERFORM
           COMPUTE inst-late(LATE-SLOT) =
             inst-late(LATE-SLOT) + AD-amount.

         PLANMAINT.
           DISPLAY "[1] LIST PAYMENT PLAN".
           DISPLAY "[2] SET PAYMENT PLAN FOR THIS TERM".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT PLAN-CHOICE.
           IF PLAN-CHOICE = 1 THEN
             PERFORM LISTPLAN
           ELSE
             IF PLAN-CHOICE = 2 THEN
               PERFORM SETPLAN
             ELSE
               DISPLAY "Invalid choice, try again"
             END-IF
           END-IF.

         LISTPLAN.
           MOVE 0 TO PLAN-OUT
           DISPLAY "Payment plan for term " WITH NO ADVANCING
           DISPLAY CUR-TERM
           PERFORM VARYING PLAN-IX FROM 1 BY 1 UNTIL PLAN-IX > PLAN-SIZE
             IF pln-term(PLAN-IX) = CUR-TERM THEN
               COMPUTE PLAN-OUT = PLAN-OUT + 1
               DISPLAY "  " WITH NO ADVANCING
               DISPLAY pln-name(PLAN-IX) WITH NO ADVANCING
               DISPLAY "  due " WITH NO ADVANCING
               DISPLAY pln-due(PLAN-IX) WITH NO ADVANCING
               DISPLAY "  " WITH NO ADVANCING
               DISPLAY pln-pct(PLAN-IX) WITH NO ADVANCING
               DISPLAY "%"
             END-IF
           END-PERFORM
           IF PLAN-OUT = 0 THEN
             DISPLAY "No payment plan is set, the whole balance is "
      -        WITH NO ADVANCING
             DISPLAY "due at once"
           END-IF.

         SETPLAN.
           MOVE 0 TO PCT-TOTAL
           MOVE SPACES TO PRIOR-DUE
           DISPLAY "Enter the due date and percentage of each "
      -      WITH NO ADVANCING
           DISPLAY "installment (0% skips it)"
           PERFORM GETPLANLINE VARYING INST-IX FROM 1 BY 1
             UNTIL INST-IX > 4
           IF PCT-TOTAL NOT = 100 THEN
             DISPLAY "Percentages total " WITH NO ADVANCING
             DISPLAY PCT-TOTAL WITH NO ADVANCING
             DISPLAY ", they must total 100, plan not saved"
           ELSE
             PERFORM SAVEPLAN
           END-IF.

         GETPLANLINE.
           DISPLAY PLAN-NAME(INST-IX)
           MOVE 0 TO FIELDOK
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Enter due date (YYYYMMDD): " WITH NO ADVANCING
             ACCEPT DUE-INPUT
             MOVE 0 TO FIELDOK
             IF DUE-INPUT IS NUMERIC THEN
               MOVE DUE-INPUT TO DUE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(DUE-NUM) = 0 THEN
                 IF PRIOR-DUE = SPACES OR DUE-INPUT > PRIOR-DUE THEN
                   MOVE 1 TO FIELDOK
                 ELSE
                   DISPLAY "Due date must be after the previous "
      -              WITH NO ADVANCING
                   DISPLAY "installment, try again"
                 END-IF
               ELSE
                 DISPLAY "Not a valid calendar date, try again"
               END-IF
             ELSE
               DISPLAY "Date must be 8 digits, try again"
             END-IF
           END-PERFORM
           MOVE 0 TO FIELDOK
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Enter percentage: " WITH NO ADVANCING
             ACCEPT PCT-INPUT
             MOVE 1 TO FIELDOK
             MOVE FUNCTION LENGTH(FUNCTION TRIM(PCT-INPUT))
               TO AMOUNT-LEN
             IF PCT-INPUT = SPACES OR PCT-INPUT(1:1) = SPACE THEN
               MOVE 0 TO FIELDOK
             ELSE
               PERFORM VARYING AMOUNT-POS FROM 1 BY 1
                   UNTIL AMOUNT-POS > AMOUNT-LEN
                 IF PCT-INPUT(AMOUNT-POS:1) IS NOT NUMERIC THEN
                   MOVE 0 TO FIELDOK
                 END-IF
               END-PERFORM
             END-IF
             IF FIELDOK = 1 THEN
               COMPUTE PCT-WORK =
                 FUNCTION NUMVAL(PCT-INPUT(1:AMOUNT-LEN))
               IF PCT-WORK > 100 THEN
                 MOVE 0 TO FIELDOK
               END-IF
             END-IF
             IF FIELDOK = 0 THEN
               DISPLAY "Percentage must be from 0 to 100, try again"
             END-IF
           END-PERFORM
           MOVE DUE-INPUT TO npl-due(INST-IX)
           MOVE PCT-WORK TO npl-pct(INST-IX)
           COMPUTE PCT-TOTAL = PCT-TOTAL + PCT-WORK
           MOVE DUE-INPUT TO PRIOR-DUE.

         SAVEPLAN.
           MOVE 0 TO PLAN-OUT
           PERFORM VARYING PLAN-IX FROM 1 BY 1 UNTIL PLAN-IX > PLAN-SIZE
             IF pln-term(PLAN-IX) NOT = CUR-TERM THEN
               COMPUTE PLAN-OUT = PLAN-OUT + 1
               MOVE plan-entry(PLAN-IX) TO plan-entry(PLAN-OUT)
             END-IF
           END-PERFORM
           MOVE PLAN-OUT TO PLAN-SIZE
           IF PLAN-SIZE > 96 THEN
             DISPLAY "The payment plan file is full, plan not saved"
           ELSE
             PERFORM VARYING INST-IX FROM 1 BY 1 UNTIL INST-IX > 4
               IF npl-pct(INST-IX) > 0 THEN
                 COMPUTE PLAN-SIZE = PLAN-SIZE + 1
                 MOVE CUR-TERM TO pln-term(PLAN-SIZE)
                 MOVE INST-IX TO pln-seq(PLAN-SIZE)
                 MOVE PLAN-NAME(INST-IX) TO pln-name(PLAN-SIZE)
                 MOVE npl-due(INST-IX) TO pln-due(PLAN-SIZE)
                 MOVE npl-pct(INST-IX) TO pln-pct(PLAN-SIZE)
               END-IF
             END-PERFORM
             OPEN OUTPUT PLAN-FILE
             IF PLAN-STATUS NOT = "00" THEN
               DISPLAY "Unable to open PLANFILE, status: "
      -          WITH NO ADVANCING
               DISPLAY PLAN-STATUS
             ELSE
               PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > PLAN-SIZE
                 MOVE pln-term(PLAN-IX) TO PL-term
                 MOVE pln-seq(PLAN-IX) TO PL-seq
                 MOVE pln-name(PLAN-IX) TO PL-name
                 MOVE pln-due(PLAN-IX) TO PL-due
                 MOVE pln-pct(PLAN-IX) TO PL-pct
                 WRITE PLAN-RECORD
               END-PERFORM
               CLOSE PLAN-FILE
               MOVE CUR-TERM TO AUDIT-KEY
               MOVE "PLANSET" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "due/pct " npl-due(1) "/" npl-pct(1)
                      " " npl-due(2) "/" npl-pct(2)
                      " " npl-due(3) "/" npl-pct(3)
                      " " npl-due(4) "/" npl-pct(4)
                 DELIMITED BY SIZE INTO AUDIT-DETAIL
               PERFORM WRITEAUDIT
               PERFORM CHECKPOINTTICK
               DISPLAY "Payment plan saved for term " WITH NO ADVANCING
               DISPLAY CUR-TERM
             END-IF
           END-IF.

         AGINGRPT.
           OPEN OUTPUT AGE-REPORT
           IF AGE-STATUS NOT = "00" THEN
             DISPLAY "Unable to open AGINGRPT, status: "
      -        WITH NO ADVANCING
             DISPLAY AGE-STATUS
           ELSE
             MOVE 0 TO AGE-HITS
             MOVE 0 TO AGT-CURRENT
             MOVE 0 TO AGT-30
             MOVE 0 TO AGT-60
             MOVE 0 TO AGT-OVER
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE SPACES TO AGE-LINE
             STRING "AGING OF RECEIVABLES TERM " CUR-TERM
                    " AS OF " AUDIT-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO AGE-LINE
             WRITE AGE-LINE
             MOVE ALL "=" TO AGE-LINE
             WRITE AGE-LINE
             MOVE SPACES TO AGE-LINE
             STRING "STUDENT NUMBER                 NAME             "
                    "     CURRENT    1-30 DAYS   31-60 DAYS"
                    "      OVER 60"
               DELIMITED BY SIZE INTO AGE-LINE
             WRITE AGE-LINE
             MOVE ALL "-" TO AGE-LINE
             WRITE AGE-LINE
             PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > TABLE-SIZE
               IF Deleted(IX) = 0 THEN
                 PERFORM AGINGONE
               END-IF
             END-PERFORM
             MOVE ALL "-" TO AGE-LINE
             WRITE AGE-LINE
             MOVE AGT-CURRENT TO AGE-EDIT1
             MOVE AGT-30 TO AGE-EDIT2
             MOVE AGT-60 TO AGE-EDIT3
             MOVE AGT-OVER TO AGE-EDIT4
             MOVE SPACES TO AGE-LINE
             STRING "TOTALS                                          "
                    AGE-EDIT1 " " AGE-EDIT2 " " AGE-EDIT3 " "
                    AGE-EDIT4
               DELIMITED BY SIZE INTO AGE-LINE
             WRITE AGE-LINE
             MOVE SPACES TO AGE-LINE
             STRING "STUDENTS WITH A BALANCE: " AGE-HITS
               DELIMITED BY SIZE INTO AGE-LINE
             WRITE AGE-LINE
             CLOSE AGE-REPORT
             DISPLAY "Aging report written to AGINGRPT"
           END-IF.

         AGINGONE.
           MOVE sNo(IX) TO AS-sNo
           READ ASSESS-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF AS-assessed > AS-paid THEN
                 MOVE sNo(IX) TO INST-sNo
                 MOVE AS-term TO INST-TERM
                 PERFORM BUILDINSTALL
                 MOVE 0 TO AGE-CURRENT
                 MOVE 0 TO AGE-30
                 MOVE 0 TO AGE-60
                 MOVE 0 TO AGE-OVER
                 IF INST-SIZE = 0 THEN
                   COMPUTE AGE-CURRENT = AS-assessed - AS-paid
                 ELSE
                   PERFORM AGINGBUCKET VARYING INST-IX FROM 1 BY 1
                     UNTIL INST-IX > INST-SIZE
                 END-IF
                 PERFORM AGINGLINE
               END-IF
           END-READ.

         AGINGBUCKET.
           IF inst-amt(INST-IX) > inst-paid(INST-IX) THEN
             COMPUTE INST-OPEN = inst-amt(INST-IX) - inst-paid(INST-IX)
             IF inst-days(INST-IX) <= 0 THEN
               COMPUTE AGE-CURRENT = AGE-CURRENT + INST-OPEN
             ELSE
               IF inst-days(INST-IX) <= 30 THEN
                 COMPUTE AGE-30 = AGE-30 + INST-OPEN
               ELSE
                 IF inst-days(INST-IX) <= 60 THEN
                   COMPUTE AGE-60 = AGE-60 + INST-OPEN
                 ELSE
                   COMPUTE AGE-OVER = AGE-OVER + INST-OPEN
                 END-IF
               END-IF
             END-IF
           END-IF.

         AGINGLINE.
           COMPUTE AGE-HITS = AGE-HITS + 1
           COMPUTE AGT-CURRENT = AGT-CURRENT + AGE-CURRENT
           COMPUTE AGT-30 = AGT-30 + AGE-30
           COMPUTE AGT-60 = AGT-60 + AGE-60
           COMPUTE AGT-OVER = AGT-OVER + AGE-OVER
           MOVE AGE-CURRENT TO AGE-EDIT1
           MOVE AGE-30 TO AGE-EDIT2
           MOVE AGE-60 TO AGE-EDIT3
           MOVE AGE-OVER TO AGE-EDIT4
           MOVE SPACES TO AGE-LINE
           STRING sNo(IX) " " fullname(IX)(1:16) " " AGE-EDIT1 " "
                  AGE-EDIT2 " " AGE-EDIT3 " " AGE-EDIT4
             DELIMITED BY SIZE INTO AGE-LINE
           WRITE AGE-LINE.

         LATEFEESRUN.
           PERFORM GETLATERATE
           MOVE 0 TO LATE-COUNT
           MOVE 0 TO LATE-TOTAL
           MOVE 0 TO LATE-EOF
           MOVE LOW-VALUES TO AS-sNo
           START ASSESS-FILE KEY IS NOT LESS THAN AS-sNo
             INVALID KEY
               MOVE 1 TO LATE-EOF
           END-START
           PERFORM UNTIL LATE-EOF = 1
             READ ASSESS-FILE NEXT RECORD
               AT END
                 MOVE 1 TO LATE-EOF
               NOT AT END
                 IF AS-assessed > AS-paid THEN
                   MOVE AS-sNo TO INST-sNo
                   MOVE AS-term TO INST-TERM
                   PERFORM BUILDINSTALL
                   PERFORM LATEONE VARYING INST-IX FROM 1 BY 1
                     UNTIL INST-IX > INST-SIZE
                 END-IF
             END-READ
           END-PERFORM
           MOVE LATE-TOTAL TO BAL-TOTAL-EDIT
           MOVE "(ALL)" TO AUDIT-KEY
           MOVE "LATEFEES" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-DETAIL
           STRING "surcharges posted=" LATE-COUNT
                  " total=" FUNCTION TRIM(BAL-TOTAL-EDIT)
             DELIMITED BY SIZE INTO AUDIT-DETAIL
           PERFORM WRITEAUDIT
           DISPLAY "Late payment surcharges posted: " WITH NO ADVANCING
           DISPLAY LATE-COUNT
           DISPLAY "Total surcharges: " WITH NO ADVANCING
           DISPLAY BAL-TOTAL-EDIT.

         LATEONE.
           IF inst-days(INST-IX) > 0
               AND inst-amt(INST-IX) > inst-paid(INST-IX)
               AND inst-charged(INST-IX) = 0 THEN
             COMPUTE AS-assessed = AS-assessed + LATE-FEE-RATE
             REWRITE ASSESS-RECORD
               INVALID KEY
                 DISPLAY "Late fee could not be posted for "
      -            WITH NO ADVANCING
                 DISPLAY AS-sNo
             END-REWRITE
             IF AS-STATUS = "00" THEN
               MOVE 1 TO inst-charged(INST-IX)
               COMPUTE LATE-COUNT = LATE-COUNT + 1
               COMPUTE LATE-TOTAL = LATE-TOTAL + LATE-FEE-RATE
               MOVE AS-sNo TO AD-sNo
               MOVE AS-term TO AD-term
               MOVE inst-name(INST-IX) TO AD-code
               MOVE "LATE FEE" TO AD-desc
               MOVE LATE-FEE-RATE TO AD-amount
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE AUDIT-TIMESTAMP(1:8) TO AD-date
               WRITE ASSESS-DETAIL-REC
               IF AD-STATUS NOT = "00" THEN
                 DISPLAY "WARNING: assessment detail could not be "
      -            WITH NO ADVANCING
                 DISPLAY "written for " WITH NO ADVANCING
                 DISPLAY AS-sNo
               END-IF
               MOVE LATE-FEE-RATE TO MONEY-EDIT
               MOVE AS-sNo TO AUDIT-KEY
               MOVE "LATEFEE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "installment=" FUNCTION TRIM(inst-name(INST-IX))
                      " due=" inst-due(INST-IX)
                      " amount=" FUNCTION TRIM(MONEY-EDIT)
                 DELIMITED BY SIZE INTO AUDIT-DETAIL
               PERFORM WRITEAUDIT
               PERFORM CHECKPOINTTICK
             END-IF
           END-IF.

         OPENHOLDS.
           OPEN I-O HOLD-FILE
           IF HD-STATUS = "35" THEN
             OPEN OUTPUT HOLD-FILE
             CLOSE HOLD-FILE
             OPEN I-O HOLD-FILE
           END-IF
           IF HD-STATUS NOT = "00" THEN
             MOVE "HOLDFILE" TO OPEN-FILE-NAME
             MOVE HD-STATUS TO OPEN-FILE-STATUS
             PERFORM OPENFAIL
           END-IF.

         CLOSEHOLDS.
           CLOSE HOLD-FILE.

         CHECKHOLD.
           MOVE 0 TO HOLD-ACTIVE
           MOVE 0 TO HOLD-EOF
           MOVE HOLD-sNo TO HD-sNo
           MOVE LOW-VALUES TO HD-type
           MOVE LOW-VALUES TO HD-placed
           START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
             INVALID KEY
               MOVE 1 TO HOLD-EOF
           END-START
           PERFORM UNTIL HOLD-EOF = 1
             READ HOLD-FILE NEXT RECORD
               AT END
                 MOVE 1 TO HOLD-EOF
               NOT AT END
                 IF HD-sNo NOT = HOLD-sNo THEN
                   MOVE 1 TO HOLD-EOF
                 ELSE
                   IF HD-cleared = SPACES AND (HOLD-TYPE-IN = SPACES
                     OR HD-type = HOLD-TYPE-IN) THEN
                     COMPUTE HOLD-ACTIVE = HOLD-ACTIVE + 1
                     IF HOLD-SHOW = 1 THEN
                       PERFORM HOLDLINE
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

         HOLDLINE.
           DISPLAY "  " WITH NO ADVANCING
           DISPLAY HD-type WITH NO ADVANCING
           DISPLAY " " WITH NO ADVANCING
           DISPLAY HD-reason WITH NO ADVANCING
           DISPLAY " placed " WITH NO ADVANCING
           DISPLAY HD-placed(1:8) WITH NO ADVANCING
           DISPLAY " by " WITH NO ADVANCING
           DISPLAY HD-opid WITH NO ADVANCING
           IF HD-cleared NOT = SPACES THEN
             DISPLAY " cleared " WITH NO ADVANCING
             DISPLAY HD-cleared WITH NO ADVANCING
             DISPLAY " by " WITH NO ADVANCING
             DISPLAY HD-clear-opid WITH NO ADVANCING
           END-IF
           DISPLAY " ".

         HOLDBLOCK.
           MOVE sNo(IT) TO HOLD-sNo
           MOVE SPACES TO HOLD-TYPE-IN
           MOVE 0 TO HOLD-SHOW
           PERFORM OPENHOLDS
           PERFORM CHECKHOLD
           IF HOLD-ACTIVE > 0 THEN
             DISPLAY "Student number " WITH NO ADVANCING
             DISPLAY HOLD-sNo WITH NO ADVANCING
             DISPLAY " has an active hold:"
             MOVE 1 TO HOLD-SHOW
             PERFORM CHECKHOLD
           END-IF
           PERFORM CLOSEHOLDS.

         HOLDPLACE.
           MOVE 0 TO HOLD-SHOW
           PERFORM CHECKHOLD
           IF HOLD-ACTIVE > 0 THEN
             DISPLAY "Student number " WITH NO ADVANCING
             DISPLAY HOLD-sNo WITH NO ADVANCING
             DISPLAY " already has an active " WITH NO ADVANCING
             DISPLAY HOLD-TYPE-IN WITH NO ADVANCING
             DISPLAY " hold"
           ELSE
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE SPACES TO HOLD-RECORD
             MOVE HOLD-sNo TO HD-sNo
             MOVE HOLD-TYPE-IN TO HD-type
             MOVE AUDIT-TIMESTAMP(1:14) TO HD-placed
             MOVE HOLD-REASON TO HD-reason
             MOVE SIGNED-ID TO HD-opid
             WRITE HOLD-RECORD
               INVALID KEY
                 DISPLAY "Hold could not be placed for "
      -            WITH NO ADVANCING
                 DISPLAY HOLD-sNo
             END-WRITE
             IF HD-STATUS = "00" THEN
               COMPUTE HOLD-PLACED-CT = HOLD-PLACED-CT + 1
               MOVE HOLD-sNo TO AUDIT-KEY
               MOVE "HOLD" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "type=" HOLD-TYPE-IN
                      " reason=" HOLD-REASON DELIMITED BY SIZE
                 INTO AUDIT-DETAIL
               PERFORM WRITEAUDIT
             END-IF
           END-IF.

         HOLDCLEAR.
           MOVE 0 TO HOLD-CLEARED-CT
           MOVE 0 TO HOLD-EOF
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE AUDIT-TIMESTAMP(1:8) TO HOLD-TODAY
           MOVE HOLD-sNo TO HD-sNo
           MOVE LOW-VALUES TO HD-type
           MOVE LOW-VALUES TO HD-placed
           START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
             INVALID KEY
               MOVE 1 TO HOLD-EOF
           END-START
           PERFORM UNTIL HOLD-EOF = 1
             READ HOLD-FILE NEXT RECORD
               AT END
                 MOVE 1 TO HOLD-EOF
               NOT AT END
                 IF HD-sNo NOT = HOLD-sNo THEN
                   MOVE 1 TO HOLD-EOF
                 ELSE
                   IF HD-cleared = SPACES
                     AND HD-type = HOLD-TYPE-IN THEN
                     PERFORM HOLDCLEARONE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

         HOLDCLEARONE.
           MOVE HOLD-TODAY TO HD-cleared
           MOVE SIGNED-ID TO HD-clear-opid
           REWRITE HOLD-RECORD
             INVALID KEY
               DISPLAY "Hold could not be cleared for "
      -          WITH NO ADVANCING
               DISPLAY HOLD-sNo
           END-REWRITE
           IF HD-STATUS = "00" THEN
             COMPUTE HOLD-CLEARED-CT = HOLD-CLEARED-CT + 1
             MOVE HOLD-sNo TO AUDIT-KEY
             MOVE "HOLDCLR" TO AUDIT-ACTION
             MOVE SPACES TO AUDIT-DETAIL
             STRING "type=" HD-type " placed=" HD-placed
                    " reason=" HD-reason DELIMITED BY SIZE
               INTO AUDIT-DETAIL
             PERFORM WRITEAUDIT
           END-IF.

         HOLDMAINT.
           DISPLAY "[1] LIST HOLDS FOR A STUDENT".
           DISPLAY "[2] PLACE HOLD".
           DISPLAY "[3] CLEAR HOLD".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT HOLD-CHOICE.
           IF HOLD-CHOICE < 1 OR HOLD-CHOICE > 3 THEN
             DISPLAY "Invalid choice, try again"
           ELSE
             DISPLAY "Enter his/her student number: " WITH NO ADVANCING
             ACCEPT STDsearch
             MOVE 1 TO IT
             PERFORM FINDSTD UNTIL STDsearch IS EQUAL TO sNo(IT)
      -      OR IT > TABLE-SIZE
             IF IT > TABLE-SIZE
               DISPLAY "Student with student number " WITH NO ADVANCING
               DISPLAY STDsearch
               DISPLAY " was not found"
             ELSE
               MOVE sNo(IT) TO HOLD-sNo
               PERFORM OPENHOLDS
               IF HOLD-CHOICE = 1 THEN
                 PERFORM HOLDLIST
               ELSE
                 IF HOLD-CHOICE = 2 THEN
                   PERFORM HOLDADD
                 ELSE
                   PERFORM HOLDREMOVE
                 END-IF
               END-IF
               PERFORM CLOSEHOLDS
             END-IF
             MOVE 1 TO IT
           END-IF.

         HOLDLIST.
           MOVE 0 TO HOLD-COUNT
           MOVE 0 TO HOLD-EOF
           MOVE HOLD-sNo TO HD-sNo
           MOVE LOW-VALUES TO HD-type
           MOVE LOW-VALUES TO HD-placed
           START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
             INVALID KEY
               MOVE 1 TO HOLD-EOF
           END-START
           PERFORM UNTIL HOLD-EOF = 1
             READ HOLD-FILE NEXT RECORD
               AT END
                 MOVE 1 TO HOLD-EOF
               NOT AT END
                 IF HD-sNo NOT = HOLD-sNo THEN
                   MOVE 1 TO HOLD-EOF
                 ELSE
                   COMPUTE HOLD-COUNT = HOLD-COUNT + 1
                   PERFORM HOLDLINE
                 END-IF
             END-READ
           END-PERFORM
           IF HOLD-COUNT = 0 THEN
             DISPLAY "No holds on file for this student"
           END-IF.

         GETHOLDTYPE.
           MOVE 0 TO FIELDOK
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Hold types: " WITH NO ADVANCING
             PERFORM VARYING HT-IX FROM 1 BY 1 UNTIL HT-IX > 4
               DISPLAY HT-code(HT-IX) WITH NO ADVANCING
             END-PERFORM
             DISPLAY " "
             DISPLAY "Enter hold type: " WITH NO ADVANCING
             ACCEPT HOLD-TYPE-IN
             MOVE FUNCTION UPPER-CASE(HOLD-TYPE-IN) TO HOLD-TYPE-IN
             MOVE 0 TO HT-FOUND
             PERFORM VARYING HT-IX FROM 1 BY 1 UNTIL HT-IX > 4
               IF HT-code(HT-IX) = HOLD-TYPE-IN THEN
                 MOVE 1 TO HT-FOUND
               END-IF
             END-PERFORM
             IF HT-FOUND = 0 THEN
               MOVE 0 TO FIELDOK
               DISPLAY "Unknown hold type, try again"
             ELSE
               MOVE 1 TO FIELDOK
             END-IF
           END-PERFORM.

         HOLDADD.
           PERFORM GETHOLDTYPE
           MOVE 0 TO FIELDOK
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Enter reason: " WITH NO ADVANCING
             ACCEPT HOLD-REASON
             IF HOLD-REASON = SPACES THEN
               MOVE 0 TO FIELDOK
               DISPLAY "Reason cannot be blank, try again"
             ELSE
               MOVE 1 TO FIELDOK
             END-IF
           END-PERFORM
           MOVE 0 TO HOLD-PLACED-CT
           PERFORM HOLDPLACE
           IF HOLD-PLACED-CT > 0 THEN
             PERFORM CHECKPOINTTICK
             DISPLAY "Hold placed"
           END-IF.

         HOLDREMOVE.
           PERFORM GETHOLDTYPE
           PERFORM HOLDCLEAR
           IF HOLD-CLEARED-CT = 0 THEN
             DISPLAY "No active " WITH NO ADVANCING
             DISPLAY HOLD-TYPE-IN WITH NO ADVANCING
             DISPLAY " hold on file for this student"
           ELSE
             PERFORM CHECKPOINTTICK
             DISPLAY "Hold cleared"
           END-IF.

         HOLDRPT.
           OPEN OUTPUT HOLD-REPORT
           IF HDR-STATUS NOT = "00" THEN
             DISPLAY "Unable to open HOLDRPT, status: "
      -        WITH NO ADVANCING
             DISPLAY HDR-STATUS
           ELSE
             PERFORM OPENHOLDS
             MOVE 0 TO HOLD-COUNT
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE SPACES TO HDR-LINE
             STRING "ACTIVE HOLDS BY TYPE AS OF " AUDIT-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO HDR-LINE
             WRITE HDR-LINE
             MOVE ALL "=" TO HDR-LINE
             WRITE HDR-LINE
             PERFORM HOLDRPTTYPE VARYING HT-IX FROM 1 BY 1
               UNTIL HT-IX > 4
             MOVE SPACES TO HDR-LINE
             WRITE HDR-LINE
             MOVE SPACES TO HDR-LINE
             STRING "TOTAL ACTIVE HOLDS: " HOLD-COUNT
               DELIMITED BY SIZE INTO HDR-LINE
             WRITE HDR-LINE
             PERFORM CLOSEHOLDS
             CLOSE HOLD-REPORT
             DISPLAY "Active holds report written to HOLDRPT"
           END-IF.

         HOLDRPTTYPE.
           MOVE 0 TO HOLD-TYPE-CT
           MOVE 0 TO HOLD-EOF
           MOVE SPACES TO HDR-LINE
           WRITE HDR-LINE
           MOVE SPACES TO HDR-LINE
           STRING HT-code(HT-IX) " - " HT-desc(HT-IX)
             DELIMITED BY SIZE INTO HDR-LINE
           WRITE HDR-LINE
           MOVE ALL "-" TO HDR-LINE
           WRITE HDR-LINE
           MOVE LOW-VALUES TO HD-KEY
           START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
             INVALID KEY
               MOVE 1 TO HOLD-EOF
           END-START
           PERFORM UNTIL HOLD-EOF = 1
             READ HOLD-FILE NEXT RECORD
               AT END
                 MOVE 1 TO HOLD-EOF
               NOT AT END
                 IF HD-cleared = SPACES
                   AND HD-type = HT-code(HT-IX) THEN
                   COMPUTE HOLD-TYPE-CT = HOLD-TYPE-CT + 1
                   MOVE SPACES TO HDR-LINE
                   STRING "  " HD-sNo " " HD-placed(1:8) " " HD-opid
                          " " HD-reason DELIMITED BY SIZE
                     INTO HDR-LINE
                   WRITE HDR-LINE
                 END-IF
             END-READ
           END-PERFORM
           COMPUTE HOLD-COUNT = HOLD-COUNT + HOLD-TYPE-CT
           MOVE SPACES TO HDR-LINE
           STRING "  " HT-code(HT-IX) " HOLDS: " HOLD-TYPE-CT
             DELIMITED BY SIZE INTO HDR-LINE
           WRITE HDR-LINE.

         OPENCURR.
           OPEN I-O CURRIC-FILE
           IF CU-STATUS = "35" THEN
             OPEN OUTPUT CURRIC-FILE
             CLOSE CURRIC-FILE
             OPEN I-O CURRIC-FILE
           END-IF
           IF CU-STATUS NOT = "00" THEN
             MOVE "CURRFILE" TO OPEN-FILE-NAME
             MOVE CU-STATUS TO OPEN-FILE-STATUS
             PERFORM OPENFAIL
           END-IF.

         CLOSECURR.
           CLOSE CURRIC-FILE.

         CURRMAINT.
           DISPLAY "[1] LIST CURRICULUM".
           DISPLAY "[2] ADD REQUIRED SUBJECT".
           DISPLAY "[3] REMOVE REQUIRED SUBJECT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT CURR-CHOICE.
           IF CURR-CHOICE < 1 OR CURR-CHOICE > 3 THEN
             DISPLAY "Invalid choice, try again"
           ELSE
             PERFORM GETCURRCOURSE
             PERFORM OPENCURR
             IF CURR-CHOICE = 1 THEN
               PERFORM CURRLIST
             ELSE
               IF CURR-CHOICE = 2 THEN
                 PERFORM CURRADD
               ELSE
                 PERFORM CURRDEL
               END-IF
             END-IF
             PERFORM CLOSECURR
             MOVE SPACES TO REQ-COURSE
           END-IF.

         GETCURRCOURSE.
           MOVE 0 TO FIELDOK
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Enter course code: " WITH NO ADVANCING
             ACCEPT COURSE-INPUT
             MOVE FUNCTION UPPER-CASE(COURSE-INPUT) TO COURSE-INPUT
             PERFORM VALIDATECOURSE
             IF COURSEOK = 1 THEN
               MOVE COURSE-INPUT(1:8) TO CURR-COURSE
               MOVE 1 TO FIELDOK
             ELSE
               MOVE 0 TO FIELDOK
               DISPLAY "Unknown course code " WITH NO ADVANCING
               DISPLAY COURSE-INPUT WITH NO ADVANCING
               DISPLAY ", valid codes are:"
               PERFORM LISTCOURSES
             END-IF
           END-PERFORM.

         CURRLIST.
           MOVE 0 TO CURR-COUNT
           MOVE 0 TO CURR-UNITS
           MOVE 0 TO CURR-EOF
           DISPLAY "Curriculum for course " WITH NO ADVANCING
           DISPLAY CURR-COURSE
           MOVE CURR-COURSE TO CU-course
           MOVE LOW-VALUES TO CU-subject
           START CURRIC-FILE KEY IS NOT LESS THAN CU-KEY
             INVALID KEY
               MOVE 1 TO CURR-EOF
           END-START
           PERFORM UNTIL CURR-EOF = 1
             READ CURRIC-FILE NEXT RECORD
               AT END
                 MOVE 1 TO CURR-EOF
               NOT AT END
                 IF CU-course NOT = CURR-COURSE THEN
                   MOVE 1 TO CURR-EOF
                 ELSE
                   PERFORM CURRLINE
                 END-IF
             END-READ
           END-PERFORM
           IF CURR-COUNT = 0 THEN
             DISPLAY "No required subjects are on file for this course"
           ELSE
             DISPLAY "Required subjects: " WITH NO ADVANCING
             DISPLAY CURR-COUNT WITH NO ADVANCING
             DISPLAY "  units: " WITH NO ADVANCING
             DISPLAY CURR-UNITS
           END-IF.

         CURRLINE.
           COMPUTE CURR-COUNT = CURR-COUNT + 1
           MOVE 0 TO SUBJ-FOUND
           PERFORM VARYING SBJ-IX FROM 1 BY 1 UNTIL SBJ-IX > SBJ-SIZE
             IF sbj-code(SBJ-IX) = CU-subject THEN
               MOVE SBJ-IX TO SUBJ-FOUND
             END-IF
           END-PERFORM
           DISPLAY "  Y" WITH NO ADVANCING
           DISPLAY CU-year WITH NO ADVANCING
           DISPLAY " S" WITH NO ADVANCING
           DISPLAY CU-sem WITH NO ADVANCING
           DISPLAY "  " WITH NO ADVANCING
           DISPLAY CU-subject WITH NO ADVANCING
           IF SUBJ-FOUND > 0 THEN
             COMPUTE CURR-UNITS = CURR-UNITS + sbj-units(SUBJ-FOUND)
             DISPLAY "  " WITH NO ADVANCING
             DISPLAY sbj-title(SUBJ-FOUND) WITH NO ADVANCING
             DISPLAY "  units " WITH NO ADVANCING
             DISPLAY sbj-units(SUBJ-FOUND)
           ELSE
             DISPLAY "  (not in SUBJFILE)"
           END-IF.

         CURRADD.
           MOVE 0 TO FIELDOK
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Enter subject code: " WITH NO ADVANCING
             ACCEPT SUBJECT-INPUT
             MOVE FUNCTION UPPER-CASE(SUBJECT-INPUT) TO SUBJECT-INPUT
             PERFORM VALIDATESUBJECT
             IF SUBJOK = 1 THEN
               MOVE 1 TO FIELDOK
             ELSE
               MOVE 0 TO FIELDOK
               DISPLAY "Unknown subject code, try again"
             END-IF
           END-PERFORM
           MOVE 0 TO FIELDOK
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Enter year level (1-6): " WITH NO ADVANCING
             ACCEPT CURR-YEAR-IN
             IF CURR-YEAR-IN < "1" OR CURR-YEAR-IN > "6" THEN
               MOVE 0 TO FIELDOK
               DISPLAY "Year level must be 1 to 6, try again"
             ELSE
               MOVE 1 TO FIELDOK
             END-IF
           END-PERFORM
           MOVE 0 TO FIELDOK
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Enter semester (1, 2 or 3 for summer): "
      -        WITH NO ADVANCING
             ACCEPT CURR-SEM-IN
             IF CURR-SEM-IN < "1" OR CURR-SEM-IN > "3" THEN
               MOVE 0 TO FIELDOK
               DISPLAY "Semester must be 1 to 3, try again"
             ELSE
               MOVE 1 TO FIELDOK
             END-IF
           END-PERFORM
           MOVE CURR-COURSE TO CU-course
           MOVE SUBJECT-INPUT TO CU-subject
           MOVE CURR-YEAR-IN TO CU-year
           MOVE CURR-SEM-IN TO CU-sem
           WRITE CURRIC-RECORD
             INVALID KEY
               DISPLAY "Subject " WITH NO ADVANCING
               DISPLAY SUBJECT-INPUT WITH NO ADVANCING
               DISPLAY " is already in the curriculum"
           END-WRITE
           IF CU-STATUS = "00" THEN
             MOVE CURR-COURSE TO AUDIT-KEY
             MOVE "CURRADD" TO AUDIT-ACTION
             MOVE SPACES TO AUDIT-DETAIL
             STRING "subject=" FUNCTION TRIM(SUBJECT-INPUT)
                    " year=" CURR-YEAR-IN " sem=" CURR-SEM-IN
               DELIMITED BY SIZE INTO AUDIT-DETAIL
             PERFORM WRITEAUDIT
             PERFORM CHECKPOINTTICK
             DISPLAY "Required subject added"
           END-IF.

         CURRDEL.
           DISPLAY "Enter subject code: " WITH NO ADVANCING
           ACCEPT SUBJECT-INPUT
           MOVE FUNCTION UPPER-CASE(SUBJECT-INPUT) TO SUBJECT-INPUT
           MOVE CURR-COURSE TO CU-course
           MOVE SUBJECT-INPUT TO CU-subject
           READ CURRIC-FILE
             INVALID KEY
               DISPLAY "Subject " WITH NO ADVANCING
               DISPLAY SUBJECT-INPUT WITH NO ADVANCING
               DISPLAY " is not in the curriculum"
           END-READ
           IF CU-STATUS = "00" THEN
             DELETE CURRIC-FILE
               INVALID KEY
                 DISPLAY "Required subject could not be removed"
             END-DELETE
             IF CU-STATUS = "00" THEN
               MOVE CURR-COURSE TO AUDIT-KEY
               MOVE "CURRDEL" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "subject=" FUNCTION TRIM(SUBJECT-INPUT)
                 DELIMITED BY SIZE INTO AUDIT-DETAIL
               PERFORM WRITEAUDIT
               PERFORM CHECKPOINTTICK
               DISPLAY "Required subject removed"
             END-IF
           END-IF.

         LOADREQS.
           MOVE 0 TO REQ-SIZE
           MOVE 0 TO CURR-EOF
           MOVE CURR-COURSE TO REQ-COURSE
           MOVE CURR-COURSE TO CU-course
           MOVE LOW-VALUES TO CU-subject
           START CURRIC-FILE KEY IS NOT LESS THAN CU-KEY
             INVALID KEY
               MOVE 1 TO CURR-EOF
           END-START
           PERFORM UNTIL CURR-EOF = 1
             READ CURRIC-FILE NEXT RECORD
               AT END
                 MOVE 1 TO CURR-EOF
               NOT AT END
                 IF CU-course NOT = CURR-COURSE THEN
                   MOVE 1 TO CURR-EOF
                 ELSE
                   IF REQ-SIZE < 100 THEN
                     COMPUTE REQ-SIZE = REQ-SIZE + 1
                     MOVE CU-subject TO req-subject(REQ-SIZE)
                     MOVE CU-year TO req-year(REQ-SIZE)
                     MOVE CU-sem TO req-sem(REQ-SIZE)
                     MOVE 0 TO req-units(REQ-SIZE)
                     PERFORM VARYING SBJ-IX FROM 1 BY 1
                       UNTIL SBJ-IX > SBJ-SIZE
                       IF sbj-code(SBJ-IX) = CU-subject THEN
                         MOVE sbj-units(SBJ-IX) TO req-units(REQ-SIZE)
                       END-IF
                     END-PERFORM
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

         AUDITSCAN.
           MOVE 0 TO AUD-OTHER
           MOVE 0 TO AUD-FAILED
           MOVE 0 TO AUD-GWA-UNITS
           MOVE 0 TO AUD-GWA-PTS
           PERFORM VARYING REQ-IX FROM 1 BY 1 UNTIL REQ-IX > REQ-SIZE
             MOVE 0 TO req-state(REQ-IX)
             MOVE SPACES TO req-term(REQ-IX)
             MOVE SPACES TO req-grade(REQ-IX)
           END-PERFORM
           MOVE 0 TO AUD-EOF
           OPEN INPUT ENROLL-HIST
           IF EH-STATUS NOT = "00" THEN
             MOVE 1 TO AUD-EOF
           ELSE
             PERFORM UNTIL AUD-EOF = 1
               READ ENROLL-HIST
                 AT END
                   MOVE 1 TO AUD-EOF
                 NOT AT END
                   IF EH-sNo = sNo(IT) THEN
                     MOVE EH-term TO AUD-W-term
                     MOVE EH-subject TO AUD-W-subject
                     MOVE EH-units TO AUD-W-units
                     MOVE EH-grade TO AUD-W-grade
                     PERFORM AUDITMARK
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ENROLL-HIST
           END-IF
           MOVE 0 TO AUD-EOF
           MOVE sNo(IT) TO EN-sNo
           MOVE LOW-VALUES TO EN-term
           MOVE LOW-VALUES TO EN-subject
           START ENROLL-FILE KEY IS NOT LESS THAN EN-KEY
             INVALID KEY
               MOVE 1 TO AUD-EOF
           END-START
           PERFORM UNTIL AUD-EOF = 1
             READ ENROLL-FILE NEXT RECORD
               AT END
                 MOVE 1 TO AUD-EOF
               NOT AT END
                 IF EN-sNo = sNo(IT) THEN
                   MOVE EN-term TO AUD-W-term
                   MOVE EN-subject TO AUD-W-subject
                   MOVE EN-units TO AUD-W-units
                   MOVE EN-grade TO AUD-W-grade
                   PERFORM AUDITMARK
                 ELSE
                   MOVE 1 TO AUD-EOF
                 END-IF
             END-READ
           END-PERFORM
           PERFORM AUDITTOTALS.

         AUDITMARK.
           MOVE AUD-W-grade TO CHECK-GRADE
           PERFORM LOOKUPGRADE
           MOVE 0 TO GRADE-PASS
           IF GS-FOUND > 0 THEN
             MOVE GS-pass(GS-FOUND) TO GRADE-PASS
             IF GS-numeric(GS-FOUND) = 1 THEN
               COMPUTE AUD-GWA-UNITS = AUD-GWA-UNITS + AUD-W-units
               COMPUTE AUD-GWA-PTS = AUD-GWA-PTS
                 + AUD-W-units * GS-points(GS-FOUND)
               IF GS-pass(GS-FOUND) = 0 THEN
                 COMPUTE AUD-FAILED = AUD-FAILED + 1
               END-IF
             END-IF
           END-IF
           MOVE 0 TO REQ-HIT
           PERFORM VARYING REQ-IX FROM 1 BY 1 UNTIL REQ-IX > REQ-SIZE
             IF req-subject(REQ-IX) = AUD-W-subject THEN
               MOVE REQ-IX TO REQ-HIT
             END-IF
           END-PERFORM
           IF REQ-HIT = 0 THEN
             IF GRADE-PASS = 1 THEN
               COMPUTE AUD-OTHER = AUD-OTHER + AUD-W-units
             END-IF
           ELSE
             IF GRADE-PASS = 1 THEN
               MOVE 2 TO req-state(REQ-HIT)
               MOVE AUD-W-term TO req-term(REQ-HIT)
               MOVE AUD-W-grade TO req-grade(REQ-HIT)
             ELSE
               IF AUD-W-grade = SPACES AND req-state(REQ-HIT) < 2 THEN
                 MOVE 1 TO req-state(REQ-HIT)
                 MOVE AUD-W-term TO req-term(REQ-HIT)
                 MOVE SPACES TO req-grade(REQ-HIT)
               END-IF
             END-IF
           END-IF.

         AUDITTOTALS.
           MOVE 0 TO AUD-REQ-UNITS
           MOVE 0 TO AUD-EARNED
           MOVE 0 TO AUD-PROGRESS
           MOVE 0 TO AUD-PASSED
           MOVE 0 TO AUD-INPROG
           MOVE 0 TO AUD-MISSING
           PERFORM VARYING REQ-IX FROM 1 BY 1 UNTIL REQ-IX > REQ-SIZE
             COMPUTE AUD-REQ-UNITS = AUD-REQ-UNITS + req-units(REQ-IX)
             IF req-state(REQ-IX) = 2 THEN
               COMPUTE AUD-PASSED = AUD-PASSED + 1
               COMPUTE AUD-EARNED = AUD-EARNED + req-units(REQ-IX)
             ELSE
               IF req-state(REQ-IX) = 1 THEN
                 COMPUTE AUD-INPROG = AUD-INPROG + 1
                 COMPUTE AUD-PROGRESS = AUD-PROGRESS
                   + req-units(REQ-IX)
               ELSE
                 COMPUTE AUD-MISSING = AUD-MISSING + 1
               END-IF
             END-IF
           END-PERFORM.

         DEGREEAUDIT.
           IF NUMstd = 0 THEN
             DISPLAY "There are no students to view in the directory"
           ELSE
             DISPLAY "Enter his/her student number: " WITH NO ADVANCING
             ACCEPT STDsearch
             MOVE 1 TO IT
             PERFORM FINDSTD UNTIL STDsearch IS EQUAL TO sNo(IT)
      -      OR IT > TABLE-SIZE
             IF IT > TABLE-SIZE
               DISPLAY "Student with student number " WITH NO ADVANCING
               DISPLAY STDsearch
               DISPLAY " was not found"
             ELSE
               IF Deleted(IT) = 1 THEN
                 DISPLAY "Student number " WITH NO ADVANCING
                 DISPLAY STDsearch WITH NO ADVANCING
                 DISPLAY " was deleted"
               ELSE
                 MOVE course(IT) TO CURR-COURSE
                 PERFORM OPENCURR
                 PERFORM LOADREQS
                 PERFORM CLOSECURR
                 IF REQ-SIZE = 0 THEN
                   DISPLAY "No curriculum is on file for course "
      -              WITH NO ADVANCING
                   DISPLAY CURR-COURSE
                 ELSE
                   PERFORM AUDITSCAN
                   PERFORM WRITEDEGAUDIT
                 END-IF
               END-IF
             END-IF
             MOVE 1 TO IT
           END-IF.

         WRITEDEGAUDIT.
           OPEN OUTPUT AUDIT-REPORT
           IF DA-STATUS NOT = "00" THEN
             DISPLAY "Unable to open DEGAUDIT, status: "
      -        WITH NO ADVANCING
             DISPLAY DA-STATUS
           ELSE
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE SPACES TO DA-LINE
             STRING "DEGREE AUDIT " AUDIT-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO DA-LINE
             WRITE DA-LINE
             MOVE ALL "=" TO DA-LINE
             WRITE DA-LINE
             MOVE SPACES TO DA-LINE
             STRING "STUDENT: " FUNCTION TRIM(sNo(IT))
                    "  " FUNCTION TRIM(fullname(IT))
               DELIMITED BY SIZE INTO DA-LINE
             WRITE DA-LINE
             MOVE SPACES TO DA-LINE
             STRING "COURSE:  " CURR-COURSE
               DELIMITED BY SIZE INTO DA-LINE
             WRITE DA-LINE
             MOVE 2 TO REQ-WANT
             MOVE "PASSED" TO AUD-STATE-NAME
             PERFORM DEGAUDITGROUP
             MOVE 1 TO REQ-WANT
             MOVE "IN PROGRESS" TO AUD-STATE-NAME
             PERFORM DEGAUDITGROUP
             MOVE 0 TO REQ-WANT
             MOVE "MISSING" TO AUD-STATE-NAME
             PERFORM DEGAUDITGROUP
             MOVE ALL "-" TO DA-LINE
             WRITE DA-LINE
             MOVE SPACES TO DA-LINE
             STRING "REQUIRED UNITS: " AUD-REQ-UNITS
                    "  EARNED: " AUD-EARNED
                    "  IN PROGRESS: " AUD-PROGRESS
               DELIMITED BY SIZE INTO DA-LINE
             WRITE DA-LINE
             COMPUTE CURR-UNITS = AUD-REQ-UNITS - AUD-EARNED
               - AUD-PROGRESS
             MOVE SPACES TO DA-LINE
             STRING "REMAINING UNITS: " CURR-UNITS
                    "  UNITS EARNED OUTSIDE THE CURRICULUM: "
                    AUD-OTHER DELIMITED BY SIZE
               INTO DA-LINE
             WRITE DA-LINE
             CLOSE AUDIT-REPORT
             DISPLAY "Degree audit written to DEGAUDIT"
           END-IF.

         DEGAUDITGROUP.
           MOVE SPACES TO DA-LINE
           WRITE DA-LINE
           MOVE AUD-STATE-NAME TO DA-LINE
           WRITE DA-LINE
           MOVE ALL "-" TO DA-LINE
           WRITE DA-LINE
           MOVE 0 TO CURR-COUNT
           PERFORM VARYING REQ-IX FROM 1 BY 1 UNTIL REQ-IX > REQ-SIZE
             IF req-state(REQ-IX) = REQ-WANT THEN
               COMPUTE CURR-COUNT = CURR-COUNT + 1
               MOVE SPACES TO DA-LINE
               STRING "  Y" req-year(REQ-IX) " S" req-sem(REQ-IX)
                      "  " req-subject(REQ-IX)
                      "  units " req-units(REQ-IX)
                      "  " req-term(REQ-IX)
                      "  " req-grade(REQ-IX)
                 DELIMITED BY SIZE INTO DA-LINE
               WRITE DA-LINE
             END-IF
           END-PERFORM
           IF CURR-COUNT = 0 THEN
             MOVE "  (none)" TO DA-LINE
             WRITE DA-LINE
           END-IF.

         GRADCANDRUN.
           OPEN OUTPUT CAND-REPORT
           IF GC-STATUS NOT = "00" THEN
             DISPLAY "Unable to open GRADCAND, status: "
      -        WITH NO ADVANCING
             DISPLAY GC-STATUS
           ELSE
             PERFORM OPENCURR
             MOVE SPACES TO REQ-COURSE
             MOVE 0 TO GC-COUNT
             MOVE 0 TO GC-HONORS-CT
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE SPACES TO GC-LINE
             STRING "GRADUATION CANDIDATES TERM " CUR-TERM
                    " AS OF " AUDIT-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO GC-LINE
             WRITE GC-LINE
             MOVE ALL "=" TO GC-LINE
             WRITE GC-LINE
             MOVE SPACES TO GC-LINE
             STRING "STUDENT NUMBER                 COURSE    "
                    "GWA   HONORS            STATUS"
               DELIMITED BY SIZE INTO GC-LINE
             WRITE GC-LINE
             MOVE ALL "-" TO GC-LINE
             WRITE GC-LINE
             PERFORM VARYING IT FROM 1 BY 1 UNTIL IT > TABLE-SIZE
               IF Deleted(IT) = 0 THEN
                 PERFORM GRADCANDONE
               END-IF
             END-PERFORM
             MOVE 1 TO IT
             MOVE ALL "-" TO GC-LINE
             WRITE GC-LINE
             MOVE SPACES TO GC-LINE
             STRING "CANDIDATES: " GC-COUNT
                    "  WITH LATIN HONORS: " GC-HONORS-CT
               DELIMITED BY SIZE INTO GC-LINE
             WRITE GC-LINE
             PERFORM CLOSECURR
             CLOSE CAND-REPORT
             MOVE "(ALL)" TO AUDIT-KEY
             MOVE "GRADCAND" TO AUDIT-ACTION
             MOVE SPACES TO AUDIT-DETAIL
             STRING "term=" CUR-TERM " candidates=" GC-COUNT
                    " honors=" GC-HONORS-CT DELIMITED BY SIZE
               INTO AUDIT-DETAIL
             PERFORM WRITEAUDIT
             DISPLAY "Graduation candidates: " WITH NO ADVANCING
             DISPLAY GC-COUNT
             DISPLAY "Candidate list written to GRADCAND"
           END-IF.

         GRADCANDONE.
           MOVE course(IT) TO CURR-COURSE
           IF CURR-COURSE NOT = REQ-COURSE THEN
             PERFORM LOADREQS
           END-IF
           IF REQ-SIZE > 0 THEN
             PERFORM CHECKMASTERACTIVE
             IF MASTER-ACTIVE = 1 THEN
               PERFORM AUDITSCAN
               IF AUD-MISSING = 0 THEN
                 PERFORM GRADCANDLINE
               END-IF
             END-IF
           END-IF.

         GRADCANDLINE.
           COMPUTE GC-COUNT = GC-COUNT + 1
           MOVE 0 TO GWA-WORK
           MOVE SPACES TO GC-HONORS
           IF AUD-GWA-UNITS > 0 THEN
             COMPUTE GWA-WORK ROUNDED = AUD-GWA-PTS / AUD-GWA-UNITS
             IF AUD-FAILED = 0 THEN
               IF GWA-WORK <= 1.20 THEN
                 MOVE "SUMMA CUM LAUDE" TO GC-HONORS
               ELSE
                 IF GWA-WORK <= 1.45 THEN
                   MOVE "MAGNA CUM LAUDE" TO GC-HONORS
                 ELSE
                   IF GWA-WORK <= 1.75 THEN
                     MOVE "CUM LAUDE" TO GC-HONORS
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           IF GC-HONORS NOT = SPACES THEN
             COMPUTE GC-HONORS-CT = GC-HONORS-CT + 1
           END-IF
           IF AUD-INPROG = 0 THEN
             MOVE "COMPLETE" TO GC-REMARK
           ELSE
             MOVE "PENDING GRADES" TO GC-REMARK
           END-IF
           MOVE GWA-WORK TO GWA-EDIT
           MOVE SPACES TO GC-LINE
           STRING sNo(IT) " " CURR-COURSE "  " GWA-EDIT "  "
                  GC-HONORS "  " GC-REMARK
             DELIMITED BY SIZE INTO GC-LINE
           WRITE GC-LINE
           MOVE SPACES TO GC-LINE
           STRING "  " fullname(IT) DELIMITED BY SIZE INTO GC-LINE
           WRITE GC-LINE.

         CHANGEGRADE.
           IF NUMstd = 0 THEN
             DISPLAY "There are no students to view in the directory"
           ELSE
             DISPLAY "Enter his/her student number: " WITH NO ADVANCING
             ACCEPT STDsearch
             MOVE 1 TO IT
             PERFORM FINDSTD UNTIL STDsearch IS EQUAL TO sNo(IT)
      -      OR IT > TABLE-SIZE
             IF IT > TABLE-SIZE
               DISPLAY "Student with student number " WITH NO ADVANCING
               DISPLAY STDsearch
               DISPLAY " was not found"
             ELSE
               IF Deleted(IT) = 1 THEN
                 DISPLAY "Student number " WITH NO ADVANCING
                 DISPLAY STDsearch WITH NO ADVANCING
                 DISPLAY " was deleted"
               ELSE
                 PERFORM CHANGEGRADEREC
               END-IF
             END-IF
             MOVE 1 TO IT
           END-IF.

         CHANGEGRADEREC.
           DISPLAY "Enter term (YYYYS): " WITH NO ADVANCING
           ACCEPT CHG-TERM
           DISPLAY "Enter subject code: " WITH NO ADVANCING
           ACCEPT SUBJECT-INPUT
           MOVE FUNCTION UPPER-CASE(SUBJECT-INPUT) TO SUBJECT-INPUT
           PERFORM FINDHISTGRADE
           IF CHG-HITS = 0 THEN
             DISPLAY "No history record for " WITH NO ADVANCING
             DISPLAY SUBJECT-INPUT WITH NO ADVANCING
             DISPLAY " in term " WITH NO ADVANCING
             DISPLAY CHG-TERM
             DISPLAY "Grades for the current term are posted through "
      -        WITH NO ADVANCING
             DISPLAY "POST GRADES"
           ELSE
             DISPLAY "Grade on file: " WITH NO ADVANCING
             DISPLAY CHG-OLD
             IF CHG-PREV NOT = SPACES THEN
               DISPLAY "Changed from " WITH NO ADVANCING
               DISPLAY CHG-PREV WITH NO ADVANCING
               DISPLAY " on " WITH NO ADVANCING
               DISPLAY CHG-PREV-DATE
             END-IF
             MOVE 0 TO FIELDOK
             PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
               DISPLAY "Enter new grade: " WITH NO ADVANCING
               ACCEPT GRADE-INPUT
               MOVE FUNCTION UPPER-CASE(GRADE-INPUT) TO GRADE-INPUT
               MOVE GRADE-INPUT TO CHECK-GRADE
               PERFORM LOOKUPGRADE
               IF GRADE-INPUT = SPACES OR GS-FOUND = 0 THEN
                 MOVE 0 TO FIELDOK
                 DISPLAY "Grade is not on the scale, valid grades "
      -            WITH NO ADVANCING
                 DISPLAY "are:"
                 PERFORM LISTGRADESCALE
               ELSE
                 IF GRADE-INPUT = CHG-OLD THEN
                   MOVE 0 TO FIELDOK
                   DISPLAY "New grade is the same as the grade on "
      -              WITH NO ADVANCING
                   DISPLAY "file, try again"
                 ELSE
                   MOVE 1 TO FIELDOK
                 END-IF
               END-IF
             END-PERFORM
             PERFORM GETREASON
             PERFORM GETAPPROVER
             IF APPROVER-OK = 0 THEN
               DISPLAY "The approving operator must be a level 2 "
      -          WITH NO ADVANCING
               DISPLAY "operator on OPERFILE, change refused"
             ELSE
               DISPLAY "Change " WITH NO ADVANCING
               DISPLAY CHG-OLD WITH NO ADVANCING
               DISPLAY " to " WITH NO ADVANCING
               DISPLAY GRADE-INPUT WITH NO ADVANCING
               DISPLAY " (Y/N)? " WITH NO ADVANCING
               ACCEPT CONFIRM-ANSWER
               MOVE FUNCTION UPPER-CASE(CONFIRM-ANSWER)
                 TO CONFIRM-ANSWER
               IF CONFIRM-ANSWER = "Y" THEN
                 MOVE 1 TO CHG-MODE
                 PERFORM HISTREWRITE
                 IF CHG-SAVED = 1 THEN
                   PERFORM CHECKPOINTTICK
                   DISPLAY "Grade changed"
                 END-IF
               ELSE
                 DISPLAY "Change of grade cancelled"
               END-IF
             END-IF
           END-IF.

         FINDHISTGRADE.
           MOVE 0 TO CHG-HITS
           MOVE SPACES TO CHG-OLD
           MOVE SPACES TO CHG-PREV
           MOVE SPACES TO CHG-PREV-DATE
           MOVE 0 TO CHG-EOF
           OPEN INPUT ENROLL-HIST
           IF EH-STATUS NOT = "00" THEN
             MOVE 1 TO CHG-EOF
           ELSE
             PERFORM UNTIL CHG-EOF = 1
               READ ENROLL-HIST
                 AT END
                   MOVE 1 TO CHG-EOF
                 NOT AT END
                   IF EH-sNo = sNo(IT) AND EH-term = CHG-TERM
                       AND EH-subject = SUBJECT-INPUT THEN
                     COMPUTE CHG-HITS = CHG-HITS + 1
                     MOVE EH-grade TO CHG-OLD
                     MOVE EH-prev-grade TO CHG-PREV
                     MOVE EH-chg-date TO CHG-PREV-DATE
                     MOVE 1 TO CHG-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ENROLL-HIST
           END-IF.

         GETAPPROVER.
           MOVE 0 TO APPROVER-OK
           DISPLAY "Approving operator ID: " WITH NO ADVANCING
           ACCEPT APPROVER-ID
           MOVE FUNCTION UPPER-CASE(APPROVER-ID) TO APPROVER-ID
           IF APPROVER-ID NOT = SPACES THEN
             MOVE 0 TO OPER-EOF
             OPEN INPUT OPERATOR-FILE
             IF OP-STATUS = "00" THEN
               PERFORM UNTIL OPER-EOF = 1
                 READ OPERATOR-FILE
                   AT END
                     MOVE 1 TO OPER-EOF
                   NOT AT END
                     IF OP-id = APPROVER-ID THEN
                       IF OP-level = 2 THEN
                         MOVE 1 TO APPROVER-OK
                       END-IF
                       MOVE 1 TO OPER-EOF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
             END-IF
           END-IF.

         HISTREWRITE.
           MOVE 0 TO CHG-EOF
           MOVE 0 TO CHG-ERR
           MOVE 0 TO CHG-DONE
           MOVE 0 TO CHG-SAVED
           MOVE 0 TO CHG-COUNT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE AUDIT-TIMESTAMP(1:8) TO CHG-TODAY
           OPEN INPUT ENROLL-HIST
           OPEN OUTPUT HIST-WORK
           IF EH-STATUS NOT = "00" OR HW-STATUS NOT = "00" THEN
             MOVE 1 TO CHG-ERR
             DISPLAY "WARNING: ENRLHIST could not be rewritten, "
      -        WITH NO ADVANCING
             DISPLAY "status " WITH NO ADVANCING
             DISPLAY EH-STATUS WITH NO ADVANCING
             DISPLAY "/" WITH NO ADVANCING
             DISPLAY HW-STATUS
             IF EH-STATUS = "00" THEN
               CLOSE ENROLL-HIST
             END-IF
             IF HW-STATUS = "00" THEN
               CLOSE HIST-WORK
             END-IF
           ELSE
             PERFORM UNTIL CHG-EOF = 1
               READ ENROLL-HIST
                 AT END
                   MOVE 1 TO CHG-EOF
                 NOT AT END
                   MOVE SPACES TO HIST-WORK-RECORD
                   PERFORM HISTAPPLY
                   MOVE ENROLL-HIST-RECORD TO HIST-WORK-RECORD(1:105)
                   WRITE HIST-WORK-RECORD
                   IF HW-STATUS NOT = "00" THEN
                     MOVE 1 TO CHG-ERR
                     MOVE 1 TO CHG-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ENROLL-HIST
             CLOSE HIST-WORK
             IF CHG-ERR = 1 THEN
               DISPLAY "WARNING: work copy write failed, status "
      -          WITH NO ADVANCING
               DISPLAY HW-STATUS
               DISPLAY "ENRLHIST was left unchanged"
             ELSE
               IF CHG-COUNT > 0 THEN
                 PERFORM HISTCOPYBACK
               END-IF
             END-IF
           END-IF.

         HISTAPPLY.
           IF CHG-MODE = 1 THEN
             IF CHG-DONE = 0 AND EH-sNo = sNo(IT)
                 AND EH-term = CHG-TERM
                 AND EH-subject = SUBJECT-INPUT THEN
               MOVE EH-grade TO EH-prev-grade
               MOVE GRADE-INPUT TO EH-grade
               MOVE CHG-TODAY TO EH-chg-date
               MOVE APPROVER-ID TO EH-chg-opid
               MOVE REASON-INPUT TO EH-chg-reason
               MOVE "C" TO HIST-WORK-RECORD(120:1)
               MOVE 1 TO CHG-DONE
               COMPUTE CHG-COUNT = CHG-COUNT + 1
             END-IF
           ELSE
             IF EH-grade = "INC" AND EH-term(1:4) IS NUMERIC
                 AND EH-term(5:1) IS NUMERIC THEN
               COMPUTE CHG-REC-IX = FUNCTION NUMVAL(EH-term(1:4)) * 2
                 + FUNCTION NUMVAL(EH-term(5:1))
               IF CHG-CUR-IX - CHG-REC-IX > INC-DEADLINE-TERMS THEN
                 MOVE EH-grade TO EH-prev-grade
                 MOVE "5.00" TO EH-grade
                 MOVE CHG-TODAY TO EH-chg-date
                 MOVE SIGNED-ID TO EH-chg-opid
                 MOVE "INC NOT COMPLETED BY DEADLINE"
                   TO EH-chg-reason
                 MOVE "C" TO HIST-WORK-RECORD(120:1)
                 COMPUTE CHG-COUNT = CHG-COUNT + 1
                 PERFORM LAPSELINE
               END-IF
             END-IF
           END-IF.

         HISTCOPYBACK.
           MOVE 0 TO CHG-EOF
           OPEN INPUT HIST-WORK
           IF HW-STATUS NOT = "00" THEN
             DISPLAY "WARNING: history rewrite abandoned, the work "
      -        WITH NO ADVANCING
             DISPLAY "copy could not be reopened, ENRLHIST unchanged"
           ELSE
             OPEN OUTPUT ENROLL-HIST
             IF EH-STATUS NOT = "00" THEN
               CLOSE HIST-WORK
               DISPLAY "WARNING: history rewrite failed, see HISTWRK "
      -          WITH NO ADVANCING
               DISPLAY "for the changed copy"
             ELSE
               MOVE 1 TO CHG-SAVED
               PERFORM UNTIL CHG-EOF = 1
                 READ HIST-WORK
                   AT END
                     MOVE 1 TO CHG-EOF
                   NOT AT END
                     MOVE HIST-WORK-RECORD(1:105)
                       TO ENROLL-HIST-RECORD
                     WRITE ENROLL-HIST-RECORD
                     IF EH-STATUS NOT = "00" THEN
                       MOVE 1 TO CHG-EOF
                       MOVE 0 TO CHG-SAVED
                       DISPLAY "WARNING: history rewrite stopped on "
      -                  WITH NO ADVANCING
                       DISPLAY "status " WITH NO ADVANCING
                       DISPLAY EH-STATUS
                       DISPLAY "ENRLHIST may be incomplete, the full "
      -                  WITH NO ADVANCING
                       DISPLAY "changed copy is on HISTWRK"
                     ELSE
                       IF HIST-WORK-RECORD(120:1) = "C" THEN
                         PERFORM HISTCHGAUDIT
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE HIST-WORK
               CLOSE ENROLL-HIST
             END-IF
           END-IF.

         HISTCHGAUDIT.
           MOVE EH-sNo TO AUDIT-KEY
           IF CHG-MODE = 1 THEN
             MOVE "GRADECHG" TO AUDIT-ACTION
           ELSE
             MOVE "INCLAPSE" TO AUDIT-ACTION
           END-IF
           MOVE SPACES TO AUDIT-DETAIL
           STRING EH-term " " FUNCTION TRIM(EH-subject)
                  " " FUNCTION TRIM(EH-prev-grade)
                  ">" FUNCTION TRIM(EH-grade)
                  " appr=" FUNCTION TRIM(EH-chg-opid)
                  " " EH-chg-reason
             DELIMITED BY SIZE INTO AUDIT-DETAIL
           PERFORM WRITEAUDIT.

         INCLAPSERUN.
           OPEN OUTPUT LAPSE-REPORT
           IF LPS-STATUS NOT = "00" THEN
             DISPLAY "Unable to open LAPSERPT, status: "
      -        WITH NO ADVANCING
             DISPLAY LPS-STATUS
           ELSE
             COMPUTE CHG-CUR-IX = FUNCTION NUMVAL(CUR-TERM(1:4)) * 2
               + FUNCTION NUMVAL(CUR-TERM(5:1))
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE SPACES TO LPS-LINE
             STRING "LAPSED INC GRADES TERM " CUR-TERM
                    " AS OF " AUDIT-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO LPS-LINE
             WRITE LPS-LINE
             MOVE SPACES TO LPS-LINE
             STRING "INC GRADES OLDER THAN " INC-DEADLINE-TERMS
                    " TERMS ARE CHANGED TO 5.00"
               DELIMITED BY SIZE INTO LPS-LINE
             WRITE LPS-LINE
             MOVE ALL "=" TO LPS-LINE
             WRITE LPS-LINE
             MOVE SPACES TO LPS-LINE
             STRING "STUDENT NUMBER                 TERM   SUBJECT  "
                    " UNITS"
               DELIMITED BY SIZE INTO LPS-LINE
             WRITE LPS-LINE
             MOVE ALL "-" TO LPS-LINE
             WRITE LPS-LINE
             MOVE 2 TO CHG-MODE
             PERFORM HISTREWRITE
             MOVE ALL "-" TO LPS-LINE
             WRITE LPS-LINE
             MOVE SPACES TO LPS-LINE
             STRING "LAPSED GRADES: " CHG-COUNT
               DELIMITED BY SIZE INTO LPS-LINE
             WRITE LPS-LINE
             IF CHG-COUNT > 0 AND CHG-SAVED = 0 THEN
               MOVE "ENRLHIST WAS NOT UPDATED, NO GRADES WERE CHANGED"
                 TO LPS-LINE
               WRITE LPS-LINE
             END-IF
             CLOSE LAPSE-REPORT
             MOVE 1 TO CHG-MODE
             MOVE "(ALL)" TO AUDIT-KEY
             MOVE "INCLAPSE" TO AUDIT-ACTION
             MOVE SPACES TO AUDIT-DETAIL
             STRING "term=" CUR-TERM " lapsed=" CHG-COUNT
                    " saved=" CHG-SAVED DELIMITED BY SIZE
               INTO AUDIT-DETAIL
             PERFORM WRITEAUDIT
             DISPLAY "Lapsed INC grades: " WITH NO ADVANCING
             DISPLAY CHG-COUNT
             DISPLAY "Lapse listing written to LAPSERPT"
           END-IF.

         LAPSELINE.
           MOVE SPACES TO LPS-LINE
           STRING EH-sNo " " EH-term "  " EH-subject " " EH-units
             DELIMITED BY SIZE INTO LPS-LINE
           WRITE LPS-LINE.

         BANKIMPORTRUN.
           PERFORM BANKVALIDATE
           IF BANK-OK = 1 THEN
             PERFORM BANKCHECKDONE
           END-IF
           IF BANK-OK = 1 THEN
             PERFORM LOADBANKREFS
           END-IF
           IF BANK-OK = 1 THEN
             OPEN OUTPUT BANK-EXCEPTIONS
             IF BX-STATUS NOT = "00" THEN
               DISPLAY "Unable to open BANKEXCP, status: "
      -          WITH NO ADVANCING
               DISPLAY BX-STATUS
               MOVE 0 TO BANK-OK
             END-IF
           END-IF
           IF BANK-OK = 1 THEN
             PERFORM BANKPOSTALL
           END-IF.

         BANKVALIDATE.
           MOVE 1 TO BANK-OK
           MOVE 0 TO BANK-EOF
           MOVE 0 TO BANK-HDR-SEEN
           MOVE 0 TO BANK-TRL-SEEN
           MOVE 0 TO BANK-LINES
           MOVE 0 TO BANK-SUM
           OPEN INPUT BANK-FILE
           IF BANK-STATUS NOT = "00" THEN
             DISPLAY "Unable to open BANKSETL, status: "
      -        WITH NO ADVANCING
             DISPLAY BANK-STATUS
             MOVE 0 TO BANK-OK
           ELSE
             PERFORM UNTIL BANK-EOF = 1
               READ BANK-FILE
                 AT END
                   MOVE 1 TO BANK-EOF
                 NOT AT END
                   PERFORM BANKVALIDATEONE
               END-READ
             END-PERFORM
             CLOSE BANK-FILE
             IF BANK-HDR-SEEN = 0 OR BANK-TRL-SEEN = 0 THEN
               DISPLAY "BANKSETL has no header or no trailer record, "
      -          WITH NO ADVANCING
               DISPLAY "nothing posted"
               MOVE 0 TO BANK-OK
             ELSE
               IF BANK-LINES NOT = BANK-TRL-COUNT
                   OR BANK-SUM NOT = BANK-TRL-TOTAL THEN
                 MOVE BANK-SUM TO BANK-EDIT
                 MOVE BANK-TRL-TOTAL TO BANK-EDIT2
                 DISPLAY "Batch totals do not agree with the trailer"
                 DISPLAY "  detail lines " WITH NO ADVANCING
                 DISPLAY BANK-LINES WITH NO ADVANCING
                 DISPLAY " amount " WITH NO ADVANCING
                 DISPLAY BANK-EDIT
                 DISPLAY "  trailer      " WITH NO ADVANCING
                 DISPLAY BANK-TRL-COUNT WITH NO ADVANCING
                 DISPLAY " amount " WITH NO ADVANCING
                 DISPLAY BANK-EDIT2
                 DISPLAY "Nothing posted, ask the bank to resend "
      -            WITH NO ADVANCING
                 DISPLAY "the file"
                 MOVE 0 TO BANK-OK
               END-IF
             END-IF
           END-IF.

         BANKVALIDATEONE.
           IF BS-type = "H" THEN
             IF BANK-HDR-SEEN = 1 THEN
               DISPLAY "BANKSETL has more than one header record"
               MOVE 0 TO BANK-OK
             END-IF
             MOVE 1 TO BANK-HDR-SEEN
             MOVE BSH-bank TO BANK-CODE
             MOVE BSH-date TO BANK-FDATE
             MOVE BSH-batch TO BANK-BATCH
           ELSE
             IF BS-type = "T" THEN
               MOVE 1 TO BANK-TRL-SEEN
               IF BST-count IS NUMERIC AND BST-total IS NUMERIC THEN
                 MOVE BST-count TO BANK-TRL-COUNT
                 MOVE BST-total TO BANK-TRL-TOTAL
               ELSE
                 DISPLAY "BANKSETL trailer totals are not numeric"
                 MOVE 0 TO BANK-OK
               END-IF
             ELSE
               IF BS-type = "D" THEN
                 COMPUTE BANK-LINES = BANK-LINES + 1
                 IF BS-amount IS NUMERIC THEN
                   COMPUTE BANK-SUM = BANK-SUM + BS-amount
                 END-IF
               ELSE
                 DISPLAY "BANKSETL has an unknown record type "
      -            WITH NO ADVANCING
                 DISPLAY BS-type
                 MOVE 0 TO BANK-OK
               END-IF
             END-IF
           END-IF.

         BANKCHECKDONE.
           MOVE 0 TO BANK-DONE
           MOVE 0 TO BANK-EOF
           OPEN INPUT BANK-CONTROL
           IF BC-STATUS = "00" THEN
             PERFORM UNTIL BANK-EOF = 1
               READ BANK-CONTROL
                 AT END
                   MOVE 1 TO BANK-EOF
                 NOT AT END
                   IF BC-bank = BANK-CODE AND BC-date = BANK-FDATE
                       AND BC-batch = BANK-BATCH THEN
                     MOVE 1 TO BANK-DONE
                     MOVE 1 TO BANK-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BANK-CONTROL
           END-IF
           IF BANK-DONE = 1 THEN
             DISPLAY "Bank " WITH NO ADVANCING
             DISPLAY BANK-CODE WITH NO ADVANCING
             DISPLAY " batch " WITH NO ADVANCING
             DISPLAY BANK-BATCH WITH NO ADVANCING
             DISPLAY " of " WITH NO ADVANCING
             DISPLAY BANK-FDATE WITH NO ADVANCING
             DISPLAY " was already imported on " WITH NO ADVANCING
             DISPLAY BC-run(1:8)
             DISPLAY "Nothing posted"
             MOVE 0 TO BANK-OK
           END-IF.

         LOADBANKREFS.
           MOVE 0 TO BREF-SIZE
           MOVE 0 TO BREF-OVERFLOW
           MOVE 0 TO BANK-EOF
           CLOSE PAYMENT-JOURNAL
           OPEN INPUT PAYMENT-JOURNAL
           IF PAY-STATUS NOT = "00" THEN
             MOVE 1 TO BANK-EOF
           ELSE
             PERFORM UNTIL BANK-EOF = 1
               READ PAYMENT-JOURNAL
                 AT END
                   MOVE 1 TO BANK-EOF
                 NOT AT END
                   IF PJ-type = SPACE OR PJ-type = "P" THEN
                     IF BREF-SIZE < 9999 THEN
                       COMPUTE BREF-SIZE = BREF-SIZE + 1
                       MOVE PJ-or TO bref-num(BREF-SIZE)
                     ELSE
                       MOVE 1 TO BREF-OVERFLOW
                       MOVE 1 TO BANK-EOF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PAYMENT-JOURNAL
           END-IF
           OPEN EXTEND PAYMENT-JOURNAL
           IF BREF-OVERFLOW = 1 THEN
             DISPLAY "The payment journal has more receipts than the "
      -        WITH NO ADVANCING
             DISPLAY "duplicate check can hold, nothing posted"
             MOVE 0 TO BANK-OK
           END-IF.

         BANKPOSTALL.
           MOVE 0 TO BANK-POSTED
           MOVE 0 TO BANK-POST-AMT
           MOVE 0 TO BANK-EXC
           MOVE 0 TO BANK-EXC-AMT
           MOVE 0 TO BANK-EOF
           MOVE SPACES TO SIGNED-ID
           STRING "BANK" BANK-CODE DELIMITED BY SIZE INTO SIGNED-ID
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE SPACES TO BX-LINE
           STRING "BANK SETTLEMENT EXCEPTIONS " BANK-CODE
                  " BATCH " BANK-BATCH " OF " BANK-FDATE
                  " RUN " AUDIT-TIMESTAMP(1:8)
             DELIMITED BY SIZE INTO BX-LINE
           WRITE BX-LINE
           MOVE ALL "=" TO BX-LINE
           WRITE BX-LINE
           MOVE SPACES TO BX-LINE
           STRING "REFERENCE  STUDENT NUMBER                 DATE    "
                  "       AMOUNT  REASON"
             DELIMITED BY SIZE INTO BX-LINE
           WRITE BX-LINE
           MOVE ALL "-" TO BX-LINE
           WRITE BX-LINE
           OPEN INPUT BANK-FILE
           IF BANK-STATUS = "00" THEN
             PERFORM UNTIL BANK-EOF = 1
               READ BANK-FILE
                 AT END
                   MOVE 1 TO BANK-EOF
                 NOT AT END
                   IF BS-type = "D" THEN
                     PERFORM BANKPOSTONE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BANK-FILE
           END-IF
           MOVE ALL "-" TO BX-LINE
           WRITE BX-LINE
           MOVE BANK-POST-AMT TO BANK-EDIT
           MOVE SPACES TO BX-LINE
           STRING "POSTED:     " BANK-POSTED "  AMOUNT " BANK-EDIT
             DELIMITED BY SIZE INTO BX-LINE
           WRITE BX-LINE
           MOVE BANK-EXC-AMT TO BANK-EDIT
           MOVE SPACES TO BX-LINE
           STRING "EXCEPTIONS: " BANK-EXC "  AMOUNT " BANK-EDIT
             DELIMITED BY SIZE INTO BX-LINE
           WRITE BX-LINE
           MOVE BANK-TRL-TOTAL TO BANK-EDIT
           MOVE SPACES TO BX-LINE
           STRING "TRAILER:    " BANK-TRL-COUNT "  AMOUNT " BANK-EDIT
             DELIMITED BY SIZE INTO BX-LINE
           WRITE BX-LINE
           CLOSE BANK-EXCEPTIONS
           PERFORM BANKMARKDONE
           MOVE SPACES TO AUDIT-KEY
           STRING BANK-CODE " " BANK-FDATE " " BANK-BATCH
             DELIMITED BY SIZE INTO AUDIT-KEY
           MOVE "BANKIMP" TO AUDIT-ACTION
           MOVE BANK-POST-AMT TO BANK-EDIT
           MOVE SPACES TO AUDIT-DETAIL
           STRING "posted=" BANK-POSTED
                  " amount=" FUNCTION TRIM(BANK-EDIT)
                  " exceptions=" BANK-EXC
             DELIMITED BY SIZE INTO AUDIT-DETAIL
           PERFORM WRITEAUDIT
           DISPLAY "Bank payments posted: " WITH NO ADVANCING
           DISPLAY BANK-POSTED
           DISPLAY "Exceptions: " WITH NO ADVANCING
           DISPLAY BANK-EXC
           DISPLAY "Exceptions written to BANKEXCP".

         BANKPOSTONE.
           MOVE SPACES TO BANK-REASON
           IF BS-ref = SPACES THEN
             MOVE "BLANK REFERENCE" TO BANK-REASON
           END-IF
           IF BANK-REASON = SPACES THEN
             MOVE 0 TO BREF-HIT
             PERFORM VARYING BREF-IX FROM 1 BY 1
               UNTIL BREF-IX > BREF-SIZE OR BREF-HIT = 1
               IF bref-num(BREF-IX) = BS-ref THEN
                 MOVE 1 TO BREF-HIT
               END-IF
             END-PERFORM
             IF BREF-HIT = 1 THEN
               MOVE "DUPLICATE REFERENCE" TO BANK-REASON
             END-IF
           END-IF
           IF BANK-REASON = SPACES THEN
             IF BS-date IS NOT NUMERIC THEN
               MOVE "INVALID DATE" TO BANK-REASON
             ELSE
               MOVE BS-date TO DUE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(DUE-NUM) NOT = 0 THEN
                 MOVE "INVALID DATE" TO BANK-REASON
               END-IF
             END-IF
           END-IF
           IF BANK-REASON = SPACES THEN
             IF BS-amount IS NOT NUMERIC THEN
               MOVE "INVALID AMOUNT" TO BANK-REASON
             ELSE
               MOVE BS-amount TO BANK-PESOS
               IF BS-amount = 0 THEN
                 MOVE "INVALID AMOUNT" TO BANK-REASON
               ELSE
                 IF BANK-PESOS NOT = BS-amount THEN
                   MOVE "AMOUNT HAS CENTAVOS" TO BANK-REASON
                 END-IF
               END-IF
             END-IF
           END-IF
           IF BANK-REASON = SPACES THEN
             MOVE BS-sNo TO STDsearch
             MOVE 1 TO IT
             PERFORM FINDSTD UNTIL STDsearch IS EQUAL TO sNo(IT)
      -      OR IT > TABLE-SIZE
             IF IT > TABLE-SIZE
               MOVE "STUDENT NOT FOUND" TO BANK-REASON
             ELSE
               IF Deleted(IT) = 1 THEN
                 MOVE "STUDENT DELETED" TO BANK-REASON
               ELSE
                 PERFORM CHECKMASTERACTIVE
                 IF MASTER-ACTIVE = 0 THEN
                   MOVE "STUDENT NOT ACTIVE ON MASTER" TO BANK-REASON
                 END-IF
               END-IF
             END-IF
           END-IF
           IF BANK-REASON = SPACES THEN
             MOVE BS-ref TO OR-INPUT
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE AUDIT-TIMESTAMP(1:8) TO PAYDATE-INPUT
             MOVE SPACES TO PAY-REMARK
             STRING "BANK VALUE " BS-date
               DELIMITED BY SIZE INTO PAY-REMARK
             MOVE BANK-PESOS TO PAY-AMOUNT
             PERFORM POSTPAYMENTREC
             IF AS-STATUS = "00" THEN
               COMPUTE BANK-POSTED = BANK-POSTED + 1
               COMPUTE BANK-POST-AMT = BANK-POST-AMT + BS-amount
               IF BREF-SIZE < 9999 THEN
                 COMPUTE BREF-SIZE = BREF-SIZE + 1
                 MOVE BS-ref TO bref-num(BREF-SIZE)
               END-IF
             ELSE
               MOVE "POSTING FAILED" TO BANK-REASON
             END-IF
           END-IF
           MOVE 1 TO IT
           IF BANK-REASON NOT = SPACES THEN
             COMPUTE BANK-EXC = BANK-EXC + 1
             IF BS-amount IS NUMERIC THEN
               COMPUTE BANK-EXC-AMT = BANK-EXC-AMT + BS-amount
               MOVE BS-amount TO BANK-EDIT
             ELSE
               MOVE 0 TO BANK-EDIT
             END-IF
             MOVE SPACES TO BX-LINE
             STRING BS-ref " " BS-sNo " " BS-date " " BANK-EDIT
                    "  " BANK-REASON
               DELIMITED BY SIZE INTO BX-LINE
             WRITE BX-LINE
           END-IF.

         BANKMARKDONE.
           OPEN EXTEND BANK-CONTROL
           IF BC-STATUS = "35" THEN
             OPEN OUTPUT BANK-CONTROL
           END-IF
           IF BC-STATUS NOT = "00" THEN
             DISPLAY "WARNING: BANKCTL could not be updated, status "
      -        WITH NO ADVANCING
             DISPLAY BC-STATUS
             DISPLAY "Duplicate references will still be refused "
      -        WITH NO ADVANCING
             DISPLAY "if this file is run again"
           ELSE
             MOVE BANK-CODE TO BC-bank
             MOVE BANK-FDATE TO BC-date
             MOVE BANK-BATCH TO BC-batch
             MOVE AUDIT-TIMESTAMP(1:14) TO BC-run
             MOVE BANK-POSTED TO BC-posted
             MOVE BANK-POST-AMT TO BC-amount
             WRITE BANK-CONTROL-REC
             CLOSE BANK-CONTROL
           END-IF.

         GLEXTRACTRUN.
           MOVE 1 TO GL-OK
           PERFORM LOADGLMAP
           IF GL-OK = 1 THEN
             PERFORM GLWINDOW
           END-IF
           IF GL-OK = 1 THEN
             MOVE 0 TO GL-UNMAPPED
             MOVE 0 TO GL-LINES
             MOVE 0 TO GL-LINE-ABS
             PERFORM GLSCANDETAIL
             PERFORM GLSCANJOURNAL
             IF GL-UNMAPPED > 0 THEN
               DISPLAY "Activity lines with no GLMAP entry: "
      -          WITH NO ADVANCING
               DISPLAY GL-UNMAPPED
               DISPLAY "Add the missing accounts to GLMAP, "
      -          WITH NO ADVANCING
               DISPLAY "no extract was created"
               MOVE 0 TO GL-OK
             END-IF
           END-IF
           IF GL-OK = 1 THEN
             PERFORM GLBALANCE
           END-IF
           IF GL-OK = 1 THEN
             PERFORM GLWRITE
           END-IF.

         LOADGLMAP.
           MOVE 0 TO GLM-SIZE
           MOVE 0 TO GL-EOF
           OPEN INPUT GL-MAP-FILE
           IF GM-STATUS NOT = "00" THEN
             DISPLAY "Unable to open GLMAP, status: " WITH NO ADVANCING
             DISPLAY GM-STATUS
             DISPLAY "No extract was created"
             MOVE 0 TO GL-OK
           ELSE
             PERFORM UNTIL GL-EOF = 1 OR GLM-SIZE >= 100
               READ GL-MAP-FILE
                 AT END
                   MOVE 1 TO GL-EOF
                 NOT AT END
                   IF GM-debit = SPACES OR GM-credit = SPACES THEN
                     DISPLAY "GLMAP entry " WITH NO ADVANCING
                     DISPLAY GM-desc WITH NO ADVANCING
                     DISPLAY " " WITH NO ADVANCING
                     DISPLAY GM-code WITH NO ADVANCING
                     DISPLAY " has a blank account"
                     MOVE 0 TO GL-OK
                   ELSE
                     COMPUTE GLM-SIZE = GLM-SIZE + 1
                     MOVE GM-source TO glm-source(GLM-SIZE)
                     MOVE GM-desc TO glm-desc(GLM-SIZE)
                     MOVE GM-code TO glm-code(GLM-SIZE)
                     MOVE GM-debit TO glm-debit(GLM-SIZE)
                     MOVE GM-credit TO glm-credit(GLM-SIZE)
                     MOVE 0 TO glm-amount(GLM-SIZE)
                     MOVE 0 TO glm-lines(GLM-SIZE)
                     MOVE 0 TO glm-gross(GLM-SIZE)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE GL-MAP-FILE
             IF GLM-SIZE = 0 THEN
               DISPLAY "GLMAP has no account mappings, "
      -          WITH NO ADVANCING
               DISPLAY "no extract was created"
               MOVE 0 TO GL-OK
             END-IF
           END-IF.

         GLWINDOW.
           MOVE LOW-VALUES TO GL-LAST
           OPEN INPUT GL-CONTROL
           IF GX-STATUS = "00" THEN
             READ GL-CONTROL
               AT END
                 CONTINUE
               NOT AT END
                 MOVE GX-through TO GL-LAST
             END-READ
             CLOSE GL-CONTROL
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE AUDIT-TIMESTAMP(1:8) TO DUE-NUM
           COMPUTE GL-THROUGH-NUM = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(DUE-NUM) - 1)
           MOVE GL-THROUGH-NUM TO GL-THROUGH
           IF GL-LAST NOT = LOW-VALUES AND GL-LAST >= GL-THROUGH THEN
             DISPLAY "Activity was already extracted through "
      -        WITH NO ADVANCING
             DISPLAY GL-LAST WITH NO ADVANCING
             DISPLAY ", nothing to extract"
             MOVE 0 TO GL-OK
           END-IF.

         GLSCANDETAIL.
           MOVE 0 TO GL-EOF
           CLOSE ASSESS-DETAIL
           OPEN INPUT ASSESS-DETAIL
           IF AD-STATUS NOT = "00" THEN
             MOVE 1 TO GL-EOF
           ELSE
             PERFORM UNTIL GL-EOF = 1
               READ ASSESS-DETAIL
                 AT END
                   MOVE 1 TO GL-EOF
                 NOT AT END
                   IF AD-date NOT = SPACES AND AD-date > GL-LAST
                       AND AD-date <= GL-THROUGH THEN
                     MOVE "A" TO GL-W-source
                     MOVE AD-desc TO GL-W-desc
                     MOVE AD-code TO GL-W-code
                     MOVE AD-amount TO GL-W-amount
                     PERFORM GLADD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ASSESS-DETAIL
           END-IF
           OPEN EXTEND ASSESS-DETAIL.

         GLSCANJOURNAL.
           MOVE 0 TO GL-EOF
           CLOSE PAYMENT-JOURNAL
           OPEN INPUT PAYMENT-JOURNAL
           IF PAY-STATUS NOT = "00" THEN
             MOVE 1 TO GL-EOF
           ELSE
             PERFORM UNTIL GL-EOF = 1
               READ PAYMENT-JOURNAL
                 AT END
                   MOVE 1 TO GL-EOF
                 NOT AT END
                   IF PJ-amount IS NUMERIC AND PJ-post-date NOT = SPACES
                       AND PJ-post-date > GL-LAST
                       AND PJ-post-date <= GL-THROUGH THEN
                     MOVE "P" TO GL-W-source
                     IF PJ-type = "V" THEN
                       MOVE "VOID" TO GL-W-desc
                     ELSE
                       IF PJ-type = "R" THEN
                         MOVE "REFUND" TO GL-W-desc
                       ELSE
                         MOVE "COLLECTION" TO GL-W-desc
                       END-IF
                     END-IF
                     MOVE PJ-opid TO GL-W-code
                     MOVE PJ-amount TO GL-W-amount
                     PERFORM GLADD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PAYMENT-JOURNAL
           END-IF
           OPEN EXTEND PAYMENT-JOURNAL.

         GLADD.
           MOVE 0 TO GLM-HIT
           PERFORM VARYING GLM-IX FROM 1 BY 1 UNTIL GLM-IX > GLM-SIZE
             IF glm-source(GLM-IX) = GL-W-source
                 AND glm-desc(GLM-IX) = GL-W-desc
                 AND glm-code(GLM-IX) = GL-W-code THEN
               MOVE GLM-IX TO GLM-HIT
             END-IF
           END-PERFORM
           IF GLM-HIT = 0 THEN
             PERFORM VARYING GLM-IX FROM 1 BY 1
               UNTIL GLM-IX > GLM-SIZE
               IF glm-source(GLM-IX) = GL-W-source
                   AND glm-desc(GLM-IX) = GL-W-desc
                   AND glm-code(GLM-IX) = SPACES THEN
                 MOVE GLM-IX TO GLM-HIT
               END-IF
             END-PERFORM
           END-IF
           IF GLM-HIT = 0 THEN
             COMPUTE GL-UNMAPPED = GL-UNMAPPED + 1
             IF GL-UNMAPPED <= 10 THEN
               DISPLAY "No GLMAP entry for " WITH NO ADVANCING
               DISPLAY GL-W-source WITH NO ADVANCING
               DISPLAY " " WITH NO ADVANCING
               DISPLAY GL-W-desc WITH NO ADVANCING
               DISPLAY " " WITH NO ADVANCING
               DISPLAY GL-W-code
             END-IF
           ELSE
             COMPUTE GL-LINES = GL-LINES + 1
             COMPUTE glm-lines(GLM-HIT) = glm-lines(GLM-HIT) + 1
             COMPUTE glm-amount(GLM-HIT) = glm-amount(GLM-HIT)
               + GL-W-amount
             IF GL-W-amount < 0 THEN
               COMPUTE GL-ABS = 0 - GL-W-amount
             ELSE
               MOVE GL-W-amount TO GL-ABS
             END-IF
             COMPUTE glm-gross(GLM-HIT) = glm-gross(GLM-HIT) + GL-ABS
             COMPUTE GL-LINE-ABS = GL-LINE-ABS + GL-ABS
           END-IF.

         GLBALANCE.
           MOVE 0 TO GL-DEBITS
           MOVE 0 TO GL-CREDITS
           MOVE 0 TO GL-COUNT
           PERFORM VARYING GLM-IX FROM 1 BY 1 UNTIL GLM-IX > GLM-SIZE
             IF glm-amount(GLM-IX) NOT = 0 THEN
               IF glm-amount(GLM-IX) < 0 THEN
                 COMPUTE GL-ABS = 0 - glm-amount(GLM-IX)
               ELSE
                 MOVE glm-amount(GLM-IX) TO GL-ABS
               END-IF
               COMPUTE GL-DEBITS = GL-DEBITS + GL-ABS
               COMPUTE GL-CREDITS = GL-CREDITS + GL-ABS
               COMPUTE GL-COUNT = GL-COUNT + 2
             ELSE
               MOVE 0 TO GL-ABS
             END-IF
             IF GL-ABS NOT = glm-gross(GLM-IX) THEN
               MOVE glm-amount(GLM-IX) TO GL-EDIT3
               MOVE glm-gross(GLM-IX) TO GL-EDIT2
               DISPLAY "GLMAP entry " WITH NO ADVANCING
               DISPLAY glm-desc(GLM-IX) WITH NO ADVANCING
               DISPLAY " " WITH NO ADVANCING
               DISPLAY glm-code(GLM-IX) WITH NO ADVANCING
               DISPLAY " has lines of both signs, net "
      -          WITH NO ADVANCING
               DISPLAY GL-EDIT3 WITH NO ADVANCING
               DISPLAY " gross " WITH NO ADVANCING
               DISPLAY GL-EDIT2
             END-IF
           END-PERFORM
           IF GL-DEBITS NOT = GL-LINE-ABS THEN
             MOVE GL-DEBITS TO GL-EDIT
             MOVE GL-LINE-ABS TO GL-EDIT2
             DISPLAY "Debits " WITH NO ADVANCING
             DISPLAY GL-EDIT WITH NO ADVANCING
             DISPLAY " do not equal the activity lines "
      -        WITH NO ADVANCING
             DISPLAY GL-EDIT2
             DISPLAY "Split the mixed entries in GLMAP, "
      -        WITH NO ADVANCING
             DISPLAY "no extract was created"
             MOVE 0 TO GL-OK
           END-IF.

         GLWRITE.
           OPEN OUTPUT GL-EXTRACT
           IF GL-STATUS NOT = "00" THEN
             DISPLAY "Unable to open GLEXTRCT, status: "
      -        WITH NO ADVANCING
             DISPLAY GL-STATUS
           ELSE
             MOVE SPACES TO GL-RECORD
             MOVE "H" TO GL-type
             MOVE GL-THROUGH TO GL-date
             MOVE "ENROLLMENT AND COLLECTIONS" TO GL-desc
             WRITE GL-RECORD
             PERFORM GLWRITEPAIR VARYING GLM-IX FROM 1 BY 1
               UNTIL GLM-IX > GLM-SIZE
             MOVE SPACES TO GL-TRAILER
             MOVE "T" TO GL-type
             IF GL-LAST = LOW-VALUES THEN
               MOVE SPACES TO GLT-from
             ELSE
               MOVE GL-LAST TO GLT-from
             END-IF
             MOVE GL-COUNT TO GLT-count
             MOVE GL-DEBITS TO GLT-debits
             MOVE GL-CREDITS TO GLT-credits
             WRITE GL-TRAILER
             CLOSE GL-EXTRACT
             PERFORM GLMARKDONE
             MOVE GL-THROUGH TO AUDIT-KEY
             MOVE "GLEXTRCT" TO AUDIT-ACTION
             MOVE GL-DEBITS TO GL-EDIT
             MOVE SPACES TO AUDIT-DETAIL
             STRING "entries=" GL-COUNT " lines=" GL-LINES
                    " debits=" FUNCTION TRIM(GL-EDIT)
               DELIMITED BY SIZE INTO AUDIT-DETAIL
             PERFORM WRITEAUDIT
             DISPLAY "GL entries written: " WITH NO ADVANCING
             DISPLAY GL-COUNT
             DISPLAY "Total debits and credits: " WITH NO ADVANCING
             DISPLAY GL-EDIT
             DISPLAY "GL extract written to GLEXTRCT through "
      -        WITH NO ADVANCING
             DISPLAY GL-THROUGH
           END-IF.

         GLWRITEPAIR.
           IF glm-amount(GLM-IX) NOT = 0 THEN
             IF glm-amount(GLM-IX) < 0 THEN
               COMPUTE GL-ABS = 0 - glm-amount(GLM-IX)
             ELSE
               MOVE glm-amount(GLM-IX) TO GL-ABS
             END-IF
             MOVE SPACES TO GL-RECORD
             MOVE "D" TO GL-type
             MOVE GL-THROUGH TO GL-date
             MOVE glm-debit(GLM-IX) TO GL-account
             MOVE "D" TO GL-dc
             MOVE GL-ABS TO GL-amount
             STRING glm-desc(GLM-IX) " " glm-code(GLM-IX)
               DELIMITED BY SIZE INTO GL-desc
             WRITE GL-RECORD
             MOVE glm-credit(GLM-IX) TO GL-account
             MOVE "C" TO GL-dc
             WRITE GL-RECORD
           END-IF.

         GLMARKDONE.
           OPEN OUTPUT GL-CONTROL
           IF GX-STATUS NOT = "00" THEN
             DISPLAY "WARNING: GLCTL could not be updated, status "
      -        WITH NO ADVANCING
             DISPLAY GX-STATUS
             DISPLAY "Do not send GLEXTRCT twice, the next run will "
      -        WITH NO ADVANCING
             DISPLAY "repeat this activity"
           ELSE
             MOVE GL-THROUGH TO GX-through
             MOVE AUDIT-TIMESTAMP(1:14) TO GX-run
             WRITE GL-CONTROL-REC
             CLOSE GL-CONTROL
           END-IF.

         VERIFYRUN.
           OPEN OUTPUT VERIFY-REPORT
           IF VF-STATUS NOT = "00" THEN
             DISPLAY "Unable to open VERIFRPT, status: "
      -        WITH NO ADVANCING
             DISPLAY VF-STATUS
           ELSE
             MOVE 0 TO VF-ORPHANS
             MOVE 0 TO VF-BADSUBJ
             MOVE 0 TO VF-BADASSESS
             MOVE 0 TO VF-BADPAID
             MOVE 0 TO VF-DUPOR
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE SPACES TO VF-LINE
             STRING "CROSS-FILE VERIFICATION TERM " CUR-TERM
                    " AS OF " AUDIT-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO VF-LINE
             WRITE VF-LINE
             MOVE ALL "=" TO VF-LINE
             WRITE VF-LINE
             PERFORM VFYENROLL
             PERFORM VFYHIST
             PERFORM VFYLOADASSESS
             PERFORM VFYDETAIL
             PERFORM VFYJOURNAL
             PERFORM VFYCOMPARE VARYING VF-IX FROM 1 BY 1
               UNTIL VF-IX > VF-SIZE
             PERFORM VFYDUPOR
             COMPUTE VF-TOTAL = VF-ORPHANS + VF-BADSUBJ + VF-BADASSESS
               + VF-BADPAID + VF-DUPOR
             MOVE ALL "-" TO VF-LINE
             WRITE VF-LINE
             MOVE SPACES TO VF-LINE
             STRING "STUDENT MISSING OR PURGED FROM STUDMAST: "
                    VF-ORPHANS DELIMITED BY SIZE INTO VF-LINE
             WRITE VF-LINE
             MOVE SPACES TO VF-LINE
             STRING "SUBJECT NOT IN SUBJFILE:                 "
                    VF-BADSUBJ DELIMITED BY SIZE INTO VF-LINE
             WRITE VF-LINE
             MOVE SPACES TO VF-LINE
             STRING "AS-ASSESSED NOT EQUAL TO ASSDETL:        "
                    VF-BADASSESS DELIMITED BY SIZE INTO VF-LINE
             WRITE VF-LINE
             MOVE SPACES TO VF-LINE
             STRING "AS-PAID NOT EQUAL TO PAYMTFIL:           "
                    VF-BADPAID DELIMITED BY SIZE INTO VF-LINE
             WRITE VF-LINE
             MOVE SPACES TO VF-LINE
             STRING "DUPLICATE OR NUMBERS:                    "
                    VF-DUPOR DELIMITED BY SIZE INTO VF-LINE
             WRITE VF-LINE
             MOVE SPACES TO VF-LINE
             STRING "TOTAL EXCEPTIONS:                        "
                    VF-TOTAL DELIMITED BY SIZE INTO VF-LINE
             WRITE VF-LINE
             CLOSE VERIFY-REPORT
             MOVE "(ALL)" TO AUDIT-KEY
             MOVE "VERIFY" TO AUDIT-ACTION
             MOVE SPACES TO AUDIT-DETAIL
             STRING "exceptions=" VF-TOTAL " orphan=" VF-ORPHANS
                    " subj=" VF-BADSUBJ " asmt=" VF-BADASSESS
                    " paid=" VF-BADPAID " or=" VF-DUPOR
               DELIMITED BY SIZE INTO AUDIT-DETAIL
             PERFORM WRITEAUDIT
             DISPLAY "Exceptions found: " WITH NO ADVANCING
             DISPLAY VF-TOTAL
             DISPLAY "Verification report written to VERIFRPT"
           END-IF.

         VFYENROLL.
           MOVE SPACES TO VF-LAST-sNo
           MOVE 0 TO VF-EOF
           MOVE "ENROLFIL" TO VF-W-src
           MOVE LOW-VALUES TO EN-KEY
           START ENROLL-FILE KEY IS NOT LESS THAN EN-KEY
             INVALID KEY
               MOVE 1 TO VF-EOF
           END-START
           PERFORM UNTIL VF-EOF = 1
             READ ENROLL-FILE NEXT RECORD
               AT END
                 MOVE 1 TO VF-EOF
               NOT AT END
                 MOVE EN-sNo TO VF-W-sNo
                 MOVE EN-term TO VF-W-term
                 MOVE EN-subject TO VF-W-subject
                 PERFORM VFYSTUDENT
                 PERFORM VFYSUBJECT
             END-READ
           END-PERFORM.

         VFYHIST.
           MOVE SPACES TO VF-LAST-sNo
           MOVE 0 TO VF-EOF
           MOVE "ENRLHIST" TO VF-W-src
           OPEN INPUT ENROLL-HIST
           IF EH-STATUS = "00" THEN
             PERFORM UNTIL VF-EOF = 1
               READ ENROLL-HIST
                 AT END
                   MOVE 1 TO VF-EOF
                 NOT AT END
                   MOVE EH-sNo TO VF-W-sNo
                   MOVE EH-term TO VF-W-term
                   MOVE EH-subject TO VF-W-subject
                   PERFORM VFYSTUDENT
                   PERFORM VFYSUBJECT
               END-READ
             END-PERFORM
             CLOSE ENROLL-HIST
           END-IF.

         VFYSTUDENT.
           IF VF-W-sNo NOT = VF-LAST-sNo THEN
             MOVE VF-W-sNo TO VF-LAST-sNo
             MOVE 0 TO VF-LAST-STATE
             MOVE VF-W-sNo TO SM-sNo
             READ STUDENT-MASTER
               INVALID KEY
                 MOVE 1 TO VF-LAST-STATE
             END-READ
             IF VF-LAST-STATE = 0 AND SM-Deleted = 1 THEN
               MOVE 2 TO VF-LAST-STATE
             END-IF
           END-IF
           IF VF-LAST-STATE > 0 THEN
             COMPUTE VF-ORPHANS = VF-ORPHANS + 1
             MOVE SPACES TO VF-LINE
             IF VF-LAST-STATE = 1 THEN
               STRING VF-W-src " " VF-W-sNo " " VF-W-term " "
                      VF-W-subject " STUDENT NOT ON STUDMAST"
                 DELIMITED BY SIZE INTO VF-LINE
             ELSE
               STRING VF-W-src " " VF-W-sNo " " VF-W-term " "
                      VF-W-subject " STUDENT PURGED FROM STUDMAST"
                 DELIMITED BY SIZE INTO VF-LINE
             END-IF
             WRITE VF-LINE
           END-IF.

         VFYSUBJECT.
           MOVE 0 TO SUBJ-FOUND
           PERFORM VARYING SBJ-IX FROM 1 BY 1 UNTIL SBJ-IX > SBJ-SIZE
             IF sbj-code(SBJ-IX) = VF-W-subject THEN
               MOVE SBJ-IX TO SUBJ-FOUND
             END-IF
           END-PERFORM
           IF SUBJ-FOUND = 0 THEN
             COMPUTE VF-BADSUBJ = VF-BADSUBJ + 1
             MOVE SPACES TO VF-LINE
             STRING VF-W-src " " VF-W-sNo " " VF-W-term " "
                    VF-W-subject " SUBJECT NOT IN SUBJFILE"
               DELIMITED BY SIZE INTO VF-LINE
             WRITE VF-LINE
           END-IF.

         VFYLOADASSESS.
           MOVE 0 TO VF-SIZE
           MOVE 0 TO VF-OVERFLOW
           MOVE 0 TO VF-EOF
           MOVE LOW-VALUES TO AS-sNo
           START ASSESS-FILE KEY IS NOT LESS THAN AS-sNo
             INVALID KEY
               MOVE 1 TO VF-EOF
           END-START
           PERFORM UNTIL VF-EOF = 1
             READ ASSESS-FILE NEXT RECORD
               AT END
                 MOVE 1 TO VF-EOF
               NOT AT END
                 IF VF-SIZE < 2000 THEN
                   COMPUTE VF-SIZE = VF-SIZE + 1
                   MOVE AS-sNo TO vfy-sNo(VF-SIZE)
                   MOVE AS-term TO vfy-term(VF-SIZE)
                   MOVE AS-assessed TO vfy-assessed(VF-SIZE)
                   MOVE AS-paid TO vfy-paid(VF-SIZE)
                   MOVE 0 TO vfy-det(VF-SIZE)
                   MOVE 0 TO vfy-pay(VF-SIZE)
                 ELSE
                   MOVE 1 TO VF-OVERFLOW
                   MOVE 1 TO VF-EOF
                 END-IF
             END-READ
           END-PERFORM
           IF VF-OVERFLOW = 1 THEN
             MOVE "ASSESFIL HAS MORE THAN 2000 RECORDS, ONLY THE FIRST 2
      -      "000 WERE CHECKED" TO VF-LINE
             WRITE VF-LINE
           END-IF.

         VFYFIND.
           MOVE 0 TO VF-HIT
           PERFORM VARYING VF-IX FROM 1 BY 1
             UNTIL VF-IX > VF-SIZE OR VF-HIT > 0
             IF vfy-sNo(VF-IX) = VF-W-sNo
                 AND vfy-term(VF-IX) = VF-W-term THEN
               MOVE VF-IX TO VF-HIT
             END-IF
           END-PERFORM.

         VFYDETAIL.
           MOVE 0 TO VF-EOF
           CLOSE ASSESS-DETAIL
           OPEN INPUT ASSESS-DETAIL
           IF AD-STATUS = "00" THEN
             PERFORM UNTIL VF-EOF = 1
               READ ASSESS-DETAIL
                 AT END
                   MOVE 1 TO VF-EOF
                 NOT AT END
                   MOVE AD-sNo TO VF-W-sNo
                   MOVE AD-term TO VF-W-term
                   PERFORM VFYFIND
                   IF VF-HIT > 0 THEN
                     IF AD-desc = "CREDIT FWD" THEN
                       COMPUTE vfy-pay(VF-HIT) = vfy-pay(VF-HIT)
                         - AD-amount
                     ELSE
                       COMPUTE vfy-det(VF-HIT) = vfy-det(VF-HIT)
                         + AD-amount
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ASSESS-DETAIL
           END-IF
           OPEN EXTEND ASSESS-DETAIL.

         VFYJOURNAL.
           MOVE 0 TO BREF-SIZE
           MOVE 0 TO BREF-OVERFLOW
           MOVE 0 TO VF-EOF
           CLOSE PAYMENT-JOURNAL
           OPEN INPUT PAYMENT-JOURNAL
           IF PAY-STATUS = "00" THEN
             PERFORM UNTIL VF-EOF = 1
               READ PAYMENT-JOURNAL
                 AT END
                   MOVE 1 TO VF-EOF
                 NOT AT END
                   PERFORM VFYJOURNALONE
               END-READ
             END-PERFORM
             CLOSE PAYMENT-JOURNAL
           END-IF
           OPEN EXTEND PAYMENT-JOURNAL.

         VFYJOURNALONE.
           MOVE PJ-sNo TO VF-W-sNo
           MOVE PJ-term TO VF-W-term
           PERFORM VFYFIND
           IF PJ-type = "V" OR PJ-type = "R" THEN
             IF VF-HIT > 0 THEN
               COMPUTE vfy-pay(VF-HIT) = vfy-pay(VF-HIT) - PJ-amount
             END-IF
           END-IF
           IF PJ-type = SPACE OR PJ-type = "P" THEN
             IF VF-HIT > 0 THEN
               COMPUTE vfy-pay(VF-HIT) = vfy-pay(VF-HIT) + PJ-amount
             END-IF
             IF BREF-SIZE < 9999 THEN
               COMPUTE BREF-SIZE = BREF-SIZE + 1
               MOVE PJ-or TO bref-num(BREF-SIZE)
             ELSE
               MOVE 1 TO BREF-OVERFLOW
             END-IF
           END-IF.

         VFYCOMPARE.
           IF vfy-det(VF-IX) NOT = vfy-assessed(VF-IX) THEN
             COMPUTE VF-BADASSESS = VF-BADASSESS + 1
             MOVE vfy-assessed(VF-IX) TO VF-EDIT1
             MOVE vfy-det(VF-IX) TO VF-EDIT2
             MOVE SPACES TO VF-LINE
             STRING "ASSESFIL " vfy-sNo(VF-IX) " " vfy-term(VF-IX)
                    " ASSESSED " VF-EDIT1 " ASSDETL " VF-EDIT2
               DELIMITED BY SIZE INTO VF-LINE
             WRITE VF-LINE
           END-IF
           IF vfy-pay(VF-IX) NOT = vfy-paid(VF-IX) THEN
             COMPUTE VF-BADPAID = VF-BADPAID + 1
             MOVE vfy-paid(VF-IX) TO VF-EDIT1
             MOVE vfy-pay(VF-IX) TO VF-EDIT2
             MOVE SPACES TO VF-LINE
             STRING "ASSESFIL " vfy-sNo(VF-IX) " " vfy-term(VF-IX)
                    " PAID     " VF-EDIT1 " PAYMTFIL" VF-EDIT2
               DELIMITED BY SIZE INTO VF-LINE
             WRITE VF-LINE
           END-IF.

         VFYDUPOR.
           IF BREF-OVERFLOW = 1 THEN
             MOVE "PAYMTFIL HAS MORE THAN 9999 RECEIPTS, ONLY THE FIRST
      -      "9999 WERE CHECKED FOR DUPLICATES" TO VF-LINE
             WRITE VF-LINE
           END-IF
           PERFORM VARYING VF-IX FROM 2 BY 1 UNTIL VF-IX > BREF-SIZE
             MOVE 0 TO BREF-HIT
             PERFORM VARYING BREF-IX FROM 1 BY 1
               UNTIL BREF-IX >= VF-IX OR BREF-HIT = 1
               IF bref-num(BREF-IX) = bref-num(VF-IX) THEN
                 MOVE 1 TO BREF-HIT
               END-IF
             END-PERFORM
             IF BREF-HIT = 1 THEN
               COMPUTE VF-DUPOR = VF-DUPOR + 1
               MOVE SPACES TO VF-LINE
               STRING "PAYMTFIL OR " bref-num(VF-IX)
                      " APPEARS ON MORE THAN ONE PAYMENT"
                 DELIMITED BY SIZE INTO VF-LINE
               WRITE VF-LINE
             END-IF
           END-PERFORM.

         OPENFACULTY.
           OPEN I-O FACULTY-FILE
           IF FC-STATUS = "35" THEN
             OPEN OUTPUT FACULTY-FILE
             CLOSE FACULTY-FILE
             OPEN I-O FACULTY-FILE
           END-IF
           IF FC-STATUS NOT = "00" THEN
             MOVE "FACLFILE" TO OPEN-FILE-NAME
             MOVE FC-STATUS TO OPEN-FILE-STATUS
             PERFORM OPENFAIL
           END-IF.

         CLOSEFACULTY.
           CLOSE FACULTY-FILE.

         OPENOFFERS.
           OPEN I-O OFFER-FILE
           IF OF-STATUS = "35" THEN
             OPEN OUTPUT OFFER-FILE
             CLOSE OFFER-FILE
             OPEN I-O OFFER-FILE
           END-IF
           IF OF-STATUS NOT = "00" THEN
             MOVE "OFFRFILE" TO OPEN-FILE-NAME
             MOVE OF-STATUS TO OPEN-FILE-STATUS
             PERFORM OPENFAIL
           END-IF.

         CLOSEOFFERS.
           CLOSE OFFER-FILE.

         FACULTYMAINT.
           DISPLAY "[1] LIST FACULTY".
           DISPLAY "[2] ADD FACULTY MEMBER".
           DISPLAY "[3] ASSIGN INSTRUCTOR TO SUBJECT".
           DISPLAY "[4] LIST INSTRUCTOR ASSIGNMENTS".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT FAC-CHOICE.
           IF FAC-CHOICE < 1 OR FAC-CHOICE > 4 THEN
             DISPLAY "Invalid choice, try again"
           ELSE
             PERFORM OPENFACULTY
             IF FAC-CHOICE = 1 THEN
               PERFORM FACLIST
             ELSE
               IF FAC-CHOICE = 2 THEN
                 PERFORM FACADD
               ELSE
                 IF FAC-CHOICE = 3 THEN
                   PERFORM FACASSIGN
                 ELSE
                   PERFORM FACASSIGNLIST
                 END-IF
               END-IF
             END-IF
             PERFORM CLOSEFACULTY
           END-IF.

         FACLIST.
           MOVE 0 TO FAC-COUNT
           MOVE 0 TO FAC-EOF
           MOVE LOW-VALUES TO FC-id
           START FACULTY-FILE KEY IS NOT LESS THAN FC-id
             INVALID KEY
               MOVE 1 TO FAC-EOF
           END-START
           PERFORM UNTIL FAC-EOF = 1
             READ FACULTY-FILE NEXT RECORD
               AT END
                 MOVE 1 TO FAC-EOF
               NOT AT END
                 COMPUTE FAC-COUNT = FAC-COUNT + 1
                 DISPLAY FC-id WITH NO ADVANCING
                 DISPLAY " " WITH NO ADVANCING
                 DISPLAY FC-name WITH NO ADVANCING
                 DISPLAY " " WITH NO ADVANCING
                 DISPLAY FC-dept
             END-READ
           END-PERFORM
           IF FAC-COUNT = 0 THEN
             DISPLAY "No faculty on file"
           END-IF.

         GETFACULTYID.
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Enter faculty ID: " WITH NO ADVANCING
             ACCEPT FAC-ID-IN
             MOVE FUNCTION UPPER-CASE(FAC-ID-IN) TO FAC-ID-IN
             IF FAC-ID-IN = SPACES THEN
               MOVE 0 TO FIELDOK
               DISPLAY "Faculty ID cannot be blank, try again"
             ELSE
               MOVE 1 TO FIELDOK
             END-IF
           END-PERFORM
           MOVE FAC-ID-IN TO FC-id
           READ FACULTY-FILE
             INVALID KEY
               MOVE 0 TO FAC-FOUND
             NOT INVALID KEY
               MOVE 1 TO FAC-FOUND
           END-READ.

         FACADD.
           MOVE 0 TO FIELDOK
           PERFORM GETFACULTYID
           IF FAC-FOUND = 1 THEN
             DISPLAY "Faculty ID " WITH NO ADVANCING
             DISPLAY FAC-ID-IN WITH NO ADVANCING
             DISPLAY " is already on file"
           ELSE
             MOVE 0 TO FIELDOK
             PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
               DISPLAY "Enter name: " WITH NO ADVANCING
               ACCEPT FAC-NAME-IN
               MOVE FUNCTION UPPER-CASE(FAC-NAME-IN) TO FAC-NAME-IN
               IF FAC-NAME-IN = SPACES THEN
                 MOVE 0 TO FIELDOK
                 DISPLAY "Name cannot be blank, try again"
               ELSE
                 MOVE 1 TO FIELDOK
               END-IF
             END-PERFORM
             DISPLAY "Enter department: " WITH NO ADVANCING
             ACCEPT FAC-DEPT-IN
             MOVE FUNCTION UPPER-CASE(FAC-DEPT-IN) TO FAC-DEPT-IN
             MOVE FAC-ID-IN TO FC-id
             MOVE FAC-NAME-IN TO FC-name
             MOVE FAC-DEPT-IN TO FC-dept
             WRITE FACULTY-RECORD
               INVALID KEY
                 DISPLAY "Faculty member could not be added"
             END-WRITE
             IF FC-STATUS = "00" THEN
               MOVE FAC-ID-IN TO AUDIT-KEY
               MOVE "FACADD" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "name=" FUNCTION TRIM(FAC-NAME-IN)
                      " dept=" FUNCTION TRIM(FAC-DEPT-IN)
                 DELIMITED BY SIZE INTO AUDIT-DETAIL
               PERFORM WRITEAUDIT
               PERFORM CHECKPOINTTICK
               DISPLAY "Faculty member added"
             END-IF
           END-IF.

         FACASSIGN.
           MOVE 0 TO FIELDOK
           PERFORM GETFACULTYID
           IF FAC-FOUND = 0 THEN
             DISPLAY "Faculty ID " WITH NO ADVANCING
             DISPLAY FAC-ID-IN WITH NO ADVANCING
             DISPLAY " is not on file"
           ELSE
             MOVE 0 TO FIELDOK
             PERFORM GETANYSUBJECT
             IF SUBJOK = 0 THEN
               DISPLAY "Subject " WITH NO ADVANCING
               DISPLAY SUBJECT-INPUT WITH NO ADVANCING
               DISPLAY " is not an active subject on the catalog"
             ELSE
               PERFORM OPENSECTIONS
               PERFORM PICKSECTION
               PERFORM CLOSESECTIONS
               PERFORM OPENOFFERS
               MOVE SPACES TO FAC-OLD
               MOVE CUR-TERM TO OF-term
               MOVE SUBJECT-INPUT TO OF-subject
               MOVE SECTION-INPUT TO OF-section
               READ OFFER-FILE
                 INVALID KEY
                   MOVE 0 TO FAC-FOUND
                 NOT INVALID KEY
                   MOVE 1 TO FAC-FOUND
                   MOVE OF-faculty TO FAC-OLD
               END-READ
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE CUR-TERM TO OF-term
               MOVE SUBJECT-INPUT TO OF-subject
               MOVE SECTION-INPUT TO OF-section
               MOVE FAC-ID-IN TO OF-faculty
               MOVE SIGNED-ID TO OF-opid
               MOVE AUDIT-TIMESTAMP(1:8) TO OF-date
               IF FAC-FOUND = 1 THEN
                 REWRITE OFFER-RECORD
                   INVALID KEY
                     DISPLAY "Assignment could not be updated"
                 END-REWRITE
               ELSE
                 WRITE OFFER-RECORD
                   INVALID KEY
                     DISPLAY "Assignment could not be added"
                 END-WRITE
               END-IF
               IF OF-STATUS = "00" THEN
                 MOVE SUBJECT-INPUT TO AUDIT-KEY
                 MOVE "FACASGN" TO AUDIT-ACTION
                 MOVE SPACES TO AUDIT-DETAIL
                 STRING "term=" CUR-TERM
                        " section=" FUNCTION TRIM(SECTION-INPUT)
                        " instructor=" FUNCTION TRIM(FAC-OLD)
                        "->" FUNCTION TRIM(FAC-ID-IN)
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
                 PERFORM WRITEAUDIT
                 PERFORM CHECKPOINTTICK
                 DISPLAY "Instructor assigned"
               END-IF
               PERFORM CLOSEOFFERS
             END-IF
           END-IF.

         FACASSIGNLIST.
           MOVE 0 TO FAC-COUNT
           MOVE 0 TO FAC-EOF
           PERFORM OPENOFFERS
           MOVE CUR-TERM TO OF-term
           MOVE LOW-VALUES TO OF-subject
           MOVE LOW-VALUES TO OF-section
           START OFFER-FILE KEY IS NOT LESS THAN OF-KEY
             INVALID KEY
               MOVE 1 TO FAC-EOF
           END-START
           PERFORM UNTIL FAC-EOF = 1
             READ OFFER-FILE NEXT RECORD
               AT END
                 MOVE 1 TO FAC-EOF
               NOT AT END
                 IF OF-term NOT = CUR-TERM THEN
                   MOVE 1 TO FAC-EOF
                 ELSE
                   COMPUTE FAC-COUNT = FAC-COUNT + 1
                   MOVE OF-faculty TO FC-id
                   READ FACULTY-FILE
                     INVALID KEY
                       MOVE SPACES TO FC-name
                   END-READ
                   DISPLAY OF-subject WITH NO ADVANCING
                   DISPLAY " " WITH NO ADVANCING
                   DISPLAY OF-section WITH NO ADVANCING
                   DISPLAY " " WITH NO ADVANCING
                   DISPLAY OF-faculty WITH NO ADVANCING
                   DISPLAY " " WITH NO ADVANCING
                   DISPLAY FC-name
                 END-IF
             END-READ
           END-PERFORM
           PERFORM CLOSEOFFERS
           IF FAC-COUNT = 0 THEN
             DISPLAY "No instructors assigned for this term"
           END-IF.

         LOADOFFERS.
           MOVE 0 TO OFR-SIZE
           MOVE 0 TO OFR-OVERFLOW
           MOVE 0 TO FAC-EOF
           PERFORM OPENOFFERS
           MOVE CUR-TERM TO OF-term
           MOVE LOW-VALUES TO OF-subject
           MOVE LOW-VALUES TO OF-section
           START OFFER-FILE KEY IS NOT LESS THAN OF-KEY
             INVALID KEY
               MOVE 1 TO FAC-EOF
           END-START
           PERFORM UNTIL FAC-EOF = 1
             READ OFFER-FILE NEXT RECORD
               AT END
                 MOVE 1 TO FAC-EOF
               NOT AT END
                 IF OF-term NOT = CUR-TERM THEN
                   MOVE 1 TO FAC-EOF
                 ELSE
                   MOVE OF-subject TO OFR-W-subject
                   MOVE OF-section TO OFR-W-section
                   MOVE OF-faculty TO FAC-WANT
                   PERFORM OFRADD
                 END-IF
             END-READ
           END-PERFORM
           PERFORM CLOSEOFFERS
           MOVE 0 TO FAC-EOF
           MOVE LOW-VALUES TO EN-KEY
           START ENROLL-FILE KEY IS NOT LESS THAN EN-KEY
             INVALID KEY
               MOVE 1 TO FAC-EOF
           END-START
           PERFORM UNTIL FAC-EOF = 1
             READ ENROLL-FILE NEXT RECORD
               AT END
                 MOVE 1 TO FAC-EOF
               NOT AT END
                 IF EN-term = CUR-TERM THEN
                   MOVE EN-subject TO OFR-W-subject
                   MOVE EN-section TO OFR-W-section
                   PERFORM OFRFIND
                   IF OFR-HIT = 0 THEN
                     MOVE SPACES TO FAC-WANT
                     PERFORM OFRADD
                   END-IF
                   IF OFR-HIT > 0 THEN
                     COMPUTE ofr-enrolled(OFR-HIT) =
                       ofr-enrolled(OFR-HIT) + 1
                     IF EN-grade = SPACES THEN
                       COMPUTE ofr-blank(OFR-HIT) =
                         ofr-blank(OFR-HIT) + 1
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

         OFRFIND.
           MOVE 0 TO OFR-HIT
           PERFORM VARYING OFR-IX FROM 1 BY 1
             UNTIL OFR-IX > OFR-SIZE OR OFR-HIT > 0
             IF ofr-subject(OFR-IX) = OFR-W-subject
                 AND ofr-section(OFR-IX) = OFR-W-section THEN
               MOVE OFR-IX TO OFR-HIT
             END-IF
           END-PERFORM.

         OFRADD.
           MOVE 0 TO OFR-HIT
           IF OFR-SIZE < 500 THEN
             COMPUTE OFR-SIZE = OFR-SIZE + 1
             MOVE OFR-SIZE TO OFR-HIT
             MOVE OFR-W-subject TO ofr-subject(OFR-HIT)
             MOVE OFR-W-section TO ofr-section(OFR-HIT)
             MOVE FAC-WANT TO ofr-faculty(OFR-HIT)
             MOVE 0 TO ofr-units(OFR-HIT)
             MOVE 0 TO ofr-enrolled(OFR-HIT)
             MOVE 0 TO ofr-blank(OFR-HIT)
             PERFORM VARYING SBJ-IX FROM 1 BY 1
               UNTIL SBJ-IX > SBJ-SIZE
               IF sbj-code(SBJ-IX) = OFR-W-subject THEN
                 MOVE sbj-units(SBJ-IX) TO ofr-units(OFR-HIT)
               END-IF
             END-PERFORM
           ELSE
             MOVE 1 TO OFR-OVERFLOW
           END-IF.

         OFRCOUNTFAC.
           MOVE 0 TO FAC-SUBJECTS
           PERFORM VARYING OFR-IX FROM 1 BY 1 UNTIL OFR-IX > OFR-SIZE
             IF ofr-faculty(OFR-IX) = FAC-WANT THEN
               COMPUTE FAC-SUBJECTS = FAC-SUBJECTS + 1
             END-IF
           END-PERFORM.

         LOADRPTRUN.
           OPEN OUTPUT LOAD-REPORT
           IF TL-STATUS NOT = "00" THEN
             DISPLAY "Unable to open LOADRPT, status: "
      -        WITH NO ADVANCING
             DISPLAY TL-STATUS
           ELSE
             PERFORM LOADOFFERS
             MOVE 0 TO FAC-COUNT
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE SPACES TO TL-LINE
             STRING "TEACHING LOAD FOR TERM " CUR-TERM
                    " AS OF " AUDIT-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO TL-LINE
             WRITE TL-LINE
             MOVE ALL "=" TO TL-LINE
             WRITE TL-LINE
             PERFORM OPENFACULTY
             MOVE 0 TO FAC-EOF
             MOVE LOW-VALUES TO FC-id
             START FACULTY-FILE KEY IS NOT LESS THAN FC-id
               INVALID KEY
                 MOVE 1 TO FAC-EOF
             END-START
             PERFORM UNTIL FAC-EOF = 1
               READ FACULTY-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO FAC-EOF
                 NOT AT END
                   COMPUTE FAC-COUNT = FAC-COUNT + 1
                   MOVE FC-id TO FAC-WANT
                   MOVE FC-name TO FAC-NAME-OUT
                   MOVE FC-dept TO FAC-DEPT-OUT
                   PERFORM LOADRPTFAC
               END-READ
             END-PERFORM
             PERFORM CLOSEFACULTY
             MOVE SPACES TO FAC-WANT
             PERFORM OFRCOUNTFAC
             IF FAC-SUBJECTS > 0 THEN
               MOVE "(UNASSIGNED)" TO FAC-NAME-OUT
               MOVE SPACES TO FAC-DEPT-OUT
               PERFORM LOADRPTFAC
             END-IF
             MOVE SPACES TO TL-LINE
             WRITE TL-LINE
             IF OFR-OVERFLOW = 1 THEN
               MOVE "MORE THAN 500 SUBJECT OFFERINGS, REPORT IS INCOMPL
      -        "ETE" TO TL-LINE
               WRITE TL-LINE
             END-IF
             MOVE SPACES TO TL-LINE
             STRING "FACULTY: " FAC-COUNT "  OFFERINGS: " OFR-SIZE
               DELIMITED BY SIZE INTO TL-LINE
             WRITE TL-LINE
             CLOSE LOAD-REPORT
             DISPLAY "Teaching load report written to LOADRPT"
           END-IF.

         LOADRPTFAC.
           MOVE 0 TO FAC-SUBJECTS
           MOVE 0 TO FAC-UNITS
           MOVE 0 TO FAC-STUDENTS
           MOVE SPACES TO TL-LINE
           WRITE TL-LINE
           MOVE SPACES TO TL-LINE
           STRING FAC-WANT " " FAC-NAME-OUT " " FAC-DEPT-OUT
             DELIMITED BY SIZE INTO TL-LINE
           WRITE TL-LINE
           MOVE ALL "-" TO TL-LINE
           WRITE TL-LINE
           MOVE "  SUBJECT  SECT  UNITS  CLASS SIZE" TO TL-LINE
           WRITE TL-LINE
           PERFORM LOADRPTLINE VARYING OFR-IX FROM 1 BY 1
             UNTIL OFR-IX > OFR-SIZE
           IF FAC-SUBJECTS = 0 THEN
             MOVE "  NO SUBJECTS ASSIGNED THIS TERM" TO TL-LINE
             WRITE TL-LINE
           END-IF
           MOVE SPACES TO TL-LINE
           STRING "  SUBJECTS: " FAC-SUBJECTS "  UNITS: " FAC-UNITS
                  "  STUDENTS: " FAC-STUDENTS
             DELIMITED BY SIZE INTO TL-LINE
           WRITE TL-LINE.

         LOADRPTLINE.
           IF ofr-faculty(OFR-IX) = FAC-WANT THEN
             COMPUTE FAC-SUBJECTS = FAC-SUBJECTS + 1
             COMPUTE FAC-UNITS = FAC-UNITS + ofr-units(OFR-IX)
             COMPUTE FAC-STUDENTS = FAC-STUDENTS + ofr-enrolled(OFR-IX)
             MOVE ofr-units(OFR-IX) TO FAC-EDIT1
             MOVE ofr-enrolled(OFR-IX) TO FAC-EDIT2
             MOVE SPACES TO TL-LINE
             STRING "  " ofr-subject(OFR-IX) " " ofr-section(OFR-IX)
                    "     " FAC-EDIT1 "        " FAC-EDIT2
               DELIMITED BY SIZE INTO TL-LINE
             WRITE TL-LINE
           END-IF.

         GRADESTATRUN.
           OPEN OUTPUT GRADE-STATUS-RPT
           IF GT-STATUS NOT = "00" THEN
             DISPLAY "Unable to open GRADSTAT, status: "
      -        WITH NO ADVANCING
             DISPLAY GT-STATUS
           ELSE
             PERFORM LOADOFFERS
             MOVE 0 TO FAC-PENDING
             MOVE 0 TO FAC-TOTAL-UNG
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE SPACES TO GT-LINE
             STRING "GRADE SUBMISSION STATUS FOR TERM " CUR-TERM
                    " AS OF " AUDIT-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO GT-LINE
             WRITE GT-LINE
             MOVE ALL "=" TO GT-LINE
             WRITE GT-LINE
             PERFORM OPENFACULTY
             MOVE 0 TO FAC-EOF
             MOVE LOW-VALUES TO FC-id
             START FACULTY-FILE KEY IS NOT LESS THAN FC-id
               INVALID KEY
                 MOVE 1 TO FAC-EOF
             END-START
             PERFORM UNTIL FAC-EOF = 1
               READ FACULTY-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO FAC-EOF
                 NOT AT END
                   MOVE FC-id TO FAC-WANT
                   MOVE FC-name TO FAC-NAME-OUT
                   PERFORM OFRCOUNTFAC
                   IF FAC-SUBJECTS > 0 THEN
                     PERFORM GRADESTATFAC
                   END-IF
               END-READ
             END-PERFORM
             PERFORM CLOSEFACULTY
             MOVE SPACES TO FAC-WANT
             PERFORM OFRCOUNTFAC
             IF FAC-SUBJECTS > 0 THEN
               MOVE "(UNASSIGNED)" TO FAC-NAME-OUT
               PERFORM GRADESTATFAC
             END-IF
             MOVE SPACES TO GT-LINE
             WRITE GT-LINE
             IF OFR-OVERFLOW = 1 THEN
               MOVE "MORE THAN 500 SUBJECT OFFERINGS, REPORT IS INCOMPL
      -        "ETE" TO GT-LINE
               WRITE GT-LINE
             END-IF
             MOVE SPACES TO GT-LINE
             STRING "SUBJECTS PENDING: " FAC-PENDING
                    "  UNGRADED ENROLLMENTS: " FAC-TOTAL-UNG
               DELIMITED BY SIZE INTO GT-LINE
             WRITE GT-LINE
             CLOSE GRADE-STATUS-RPT
             DISPLAY "Ungraded enrollments: " WITH NO ADVANCING
             DISPLAY FAC-TOTAL-UNG
             DISPLAY "Grade submission status written to GRADSTAT"
           END-IF.

         GRADESTATFAC.
           MOVE 0 TO FAC-UNGRADED
           MOVE SPACES TO GT-LINE
           WRITE GT-LINE
           MOVE SPACES TO GT-LINE
           STRING FAC-WANT " " FAC-NAME-OUT
             DELIMITED BY SIZE INTO GT-LINE
           WRITE GT-LINE
           MOVE ALL "-" TO GT-LINE
           WRITE GT-LINE
           MOVE "  SUBJECT  SECT  ENROLLED  UNGRADED  STATUS"
             TO GT-LINE
           WRITE GT-LINE
           PERFORM GRADESTATLINE VARYING OFR-IX FROM 1 BY 1
             UNTIL OFR-IX > OFR-SIZE
           COMPUTE FAC-TOTAL-UNG = FAC-TOTAL-UNG + FAC-UNGRADED
           MOVE SPACES TO GT-LINE
           STRING "  UNGRADED: " FAC-UNGRADED
             DELIMITED BY SIZE INTO GT-LINE
           WRITE GT-LINE.

         GRADESTATLINE.
           IF ofr-faculty(OFR-IX) = FAC-WANT THEN
             COMPUTE FAC-UNGRADED = FAC-UNGRADED + ofr-blank(OFR-IX)
             MOVE ofr-enrolled(OFR-IX) TO FAC-EDIT2
             MOVE ofr-blank(OFR-IX) TO FAC-EDIT3
             MOVE SPACES TO GT-LINE
             IF ofr-enrolled(OFR-IX) = 0 THEN
               STRING "  " ofr-subject(OFR-IX) " " ofr-section(OFR-IX)
                      "      " FAC-EDIT2 "      " FAC-EDIT3
                      "  NO STUDENTS"
                 DELIMITED BY SIZE INTO GT-LINE
             ELSE
               IF ofr-blank(OFR-IX) = 0 THEN
                 STRING "  " ofr-subject(OFR-IX) " " ofr-section(OFR-IX)
                        "      " FAC-EDIT2 "      " FAC-EDIT3
                        "  COMPLETE"
                   DELIMITED BY SIZE INTO GT-LINE
               ELSE
                 COMPUTE FAC-PENDING = FAC-PENDING + 1
                 STRING "  " ofr-subject(OFR-IX) " " ofr-section(OFR-IX)
                        "      " FAC-EDIT2 "      " FAC-EDIT3
                        "  PENDING"
                   DELIMITED BY SIZE INTO GT-LINE
               END-IF
             END-IF
             WRITE GT-LINE
           END-IF.

         GETAMOUNT.
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Enter amount paid (whole pesos): "
      -       WITH NO ADVANCING
             ACCEPT AMOUNT-INPUT
             MOVE 1 TO FIELDOK
             MOVE FUNCTION LENGTH(FUNCTION TRIM(AMOUNT-INPUT))
               TO AMOUNT-LEN
             IF AMOUNT-INPUT = SPACES OR AMOUNT-LEN > 7 THEN
               MOVE 0 TO FIELDOK
             ELSE
               PERFORM VARYING AMOUNT-POS FROM 1 BY 1
                   UNTIL AMOUNT-POS > AMOUNT-LEN
                 IF AMOUNT-INPUT(AMOUNT-POS:1) IS NOT NUMERIC THEN
                   MOVE 0 TO FIELDOK
                 END-IF
               END-PERFORM
             END-IF
             IF FIELDOK = 1 THEN
               COMPUTE PAY-AMOUNT =
                 FUNCTION NUMVAL(AMOUNT-INPUT(1:AMOUNT-LEN))
               IF PAY-AMOUNT = 0 THEN
                 MOVE 0 TO FIELDOK
                 DISPLAY "Amount must be greater than zero, try again"
               END-IF
             ELSE
               END-REWRITE
           END-READ
           IF AS-STATUS = "00" THEN
             MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
             MOVE SPACES TO PAYMENT-RECORD
             MOVE PAY-AMOUNT TO MONEY-EDIT
             MOVE PAYDATE-INPUT TO PJ-date
             MOVE AUDIT-TIMESTAMP(1:8) TO PJ-post-date
             MOVE OR-INPUT TO PJ-or
             MOVE sNo(IT) TO PJ-sNo
             MOVE SIGNED-ID TO PJ-opid
             MOVE CUR-TERM TO PJ-term
             MOVE PAY-AMOUNT TO PJ-amount
             MOVE PAY-REMARK TO PJ-reason
             MOVE SPACES TO PAY-REMARK
             WRITE PAYMENT-RECORD
             IF PAY-STATUS NOT = "00" THEN
               DISPLAY "WARNING: payment journal record could not be "
             PERFORM WRITEAUDIT
             PERFORM CHECKPOINTTICK
             DISPLAY "Payment posted"
             IF AS-paid >= AS-assessed THEN
               MOVE sNo(IT) TO HOLD-sNo
               MOVE "FIN" TO HOLD-TYPE-IN
               PERFORM OPENHOLDS
               PERFORM HOLDCLEAR
               PERFORM CLOSEHOLDS
               IF HOLD-CLEARED-CT > 0 THEN
                 DISPLAY "Financial hold lifted"
               END-IF
             END-IF
             PERFORM SHOWBALANCE
           END-IF.

         VOIDPAYMENT.
           MOVE 0 TO FIELDOK
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Enter OR number to void: " WITH NO ADVANCING
             ACCEPT OR-INPUT
             IF OR-INPUT = SPACES THEN
               MOVE 0 TO FIELDOK
               DISPLAY "OR number cannot be blank, try again"
             ELSE
               MOVE 1 TO FIELDOK
             END-IF
           END-PERFORM
           PERFORM VOIDSCAN
           IF VOID-HITS = 0 THEN
             DISPLAY "OR number " WITH NO ADVANCING
             DISPLAY OR-INPUT WITH NO ADVANCING
             DISPLAY " is not on the payment journal"
           ELSE
             IF VOID-HITS > 1 THEN
               DISPLAY "OR number " WITH NO ADVANCING
               DISPLAY OR-INPUT WITH NO ADVANCING
               DISPLAY " was posted more than once, void refused"
             ELSE
               IF VOID-DONE = 1 THEN
                 DISPLAY "OR number " WITH NO ADVANCING
                 DISPLAY OR-INPUT WITH NO ADVANCING
                 DISPLAY " has already been voided"
               ELSE
                 IF VOID-term NOT = CUR-TERM THEN
                   DISPLAY "OR number " WITH NO ADVANCING
                   DISPLAY OR-INPUT WITH NO ADVANCING
                   DISPLAY " belongs to term " WITH NO ADVANCING
                   DISPLAY VOID-term WITH NO ADVANCING
                   DISPLAY ", only current-term payments can be "
      -              WITH NO ADVANCING
                   DISPLAY "voided"
                 ELSE
                   PERFORM VOIDENTRY
                 END-IF
               END-IF
             END-IF
           END-IF.

         VOIDSCAN.
           MOVE 0 TO VOID-HITS
           MOVE 0 TO VOID-DONE
           MOVE 0 TO VOID-EOF
           CLOSE PAYMENT-JOURNAL
           OPEN INPUT PAYMENT-JOURNAL
           IF PAY-STATUS NOT = "00" THEN
             MOVE 1 TO VOID-EOF
           ELSE
             PERFORM UNTIL VOID-EOF = 1
               READ PAYMENT-JOURNAL
                 AT END
                   MOVE 1 TO VOID-EOF
                 NOT AT END
                   IF PJ-or = OR-INPUT AND PJ-amount IS NUMERIC THEN
                     IF PJ-type = "V" THEN
                       MOVE 1 TO VOID-DONE
                     ELSE
                       IF PJ-type = SPACE OR PJ-type = "P" THEN
                         COMPUTE VOID-HITS = VOID-HITS + 1
                         MOVE PJ-sNo TO VOID-sNo
                         MOVE PJ-term TO VOID-term
                         MOVE PJ-date TO VOID-date
                         MOVE PJ-opid TO VOID-opid
                         MOVE PJ-amount TO VOID-amount
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PAYMENT-JOURNAL
           END-IF
           OPEN EXTEND PAYMENT-JOURNAL.

         VOIDENTRY.
           MOVE VOID-amount TO MONEY-EDIT
           DISPLAY "OR " WITH NO ADVANCING
           DISPLAY OR-INPUT WITH NO ADVANCING
           DISPLAY " dated " WITH NO ADVANCING
           DISPLAY VOID-date WITH NO ADVANCING
           DISPLAY " by " WITH NO ADVANCING
           DISPLAY VOID-opid
           DISPLAY "student number: " WITH NO ADVANCING
           DISPLAY VOID-sNo
           DISPLAY "amount: " WITH NO ADVANCING
           DISPLAY MONEY-EDIT
           PERFORM GETREASON
           DISPLAY "Void this payment (Y/N)? " WITH NO ADVANCING
           ACCEPT CONFIRM-ANSWER
           MOVE FUNCTION UPPER-CASE(CONFIRM-ANSWER) TO CONFIRM-ANSWER
           IF CONFIRM-ANSWER = "Y" THEN
             PERFORM VOIDPOST
           ELSE
             DISPLAY "Void cancelled"
           END-IF.

         GETREASON.
           MOVE 0 TO FIELDOK
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Enter reason: " WITH NO ADVANCING
             ACCEPT REASON-INPUT
             IF REASON-INPUT = SPACES THEN
               MOVE 0 TO FIELDOK
               DISPLAY "Reason cannot be blank, try again"
             ELSE
               MOVE 1 TO FIELDOK
             END-IF
           END-PERFORM.

         VOIDPOST.
           MOVE VOID-sNo TO AS-sNo
           READ ASSESS-FILE
             INVALID KEY
               DISPLAY "No tuition assessment on file for "
      -          WITH NO ADVANCING
               DISPLAY VOID-sNo WITH NO ADVANCING
               DISPLAY ", void refused"
           END-READ
           IF AS-STATUS = "00" THEN
             IF AS-paid < VOID-amount THEN
               DISPLAY "Payments on file are less than the OR amount, "
      -          WITH NO ADVANCING
               DISPLAY "void refused"
             ELSE
               COMPUTE AS-paid = AS-paid - VOID-amount
               REWRITE ASSESS-RECORD
                 INVALID KEY
                   DISPLAY "Void could not be saved for "
      -              WITH NO ADVANCING
                   DISPLAY VOID-sNo
               END-REWRITE
               IF AS-STATUS = "00" THEN
                 MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
                 MOVE SPACES TO PAYMENT-RECORD
                 MOVE AUDIT-TIMESTAMP(1:8) TO PJ-date
                 MOVE AUDIT-TIMESTAMP(1:8) TO PJ-post-date
                 MOVE OR-INPUT TO PJ-or
                 MOVE VOID-sNo TO PJ-sNo
                 MOVE SIGNED-ID TO PJ-opid
                 MOVE CUR-TERM TO PJ-term
                 MOVE VOID-amount TO PJ-amount
                 MOVE "V" TO PJ-type
                 MOVE REASON-INPUT TO PJ-reason
                 WRITE PAYMENT-RECORD
                 IF PAY-STATUS NOT = "00" THEN
                   DISPLAY "WARNING: payment journal record could not "
      -              WITH NO ADVANCING
                   DISPLAY "be written, status " WITH NO ADVANCING
                   DISPLAY PAY-STATUS
                 END-IF
                 MOVE VOID-amount TO MONEY-EDIT
                 MOVE VOID-sNo TO AUDIT-KEY
                 MOVE "VOID" TO AUDIT-ACTION
                 MOVE SPACES TO AUDIT-DETAIL
                 STRING "OR=" FUNCTION TRIM(OR-INPUT)
                        " amount=" FUNCTION TRIM(MONEY-EDIT)
                        " reason=" FUNCTION TRIM(REASON-INPUT)
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
                 PERFORM WRITEAUDIT
                 PERFORM CHECKPOINTTICK
                 DISPLAY "Payment voided"
                 COMPUTE BAL-AMOUNT = AS-assessed - AS-paid
                 MOVE BAL-AMOUNT TO BAL-EDIT
                 DISPLAY "balance due: " WITH NO ADVANCING
                 DISPLAY BAL-EDIT
               END-IF
             END-IF
           END-IF.

         REFUNDPAY.
           IF NUMstd = 0 THEN
             DISPLAY "There are no students to view in the directory"
           ELSE
             DISPLAY "Enter his/her student number: " WITH NO ADVANCING
             ACCEPT STDsearch
             MOVE 1 TO IT
             PERFORM FINDSTD UNTIL STDsearch IS EQUAL TO sNo(IT)
      -      OR IT > TABLE-SIZE
             IF IT > TABLE-SIZE
               DISPLAY "Student with student number " WITH NO ADVANCING
               DISPLAY STDsearch
               DISPLAY " was not found, refund refused"
             ELSE
               PERFORM REFUNDENTRY
             END-IF
             MOVE 1 TO IT
           END-IF.

         REFUNDENTRY.
           MOVE sNo(IT) TO AS-sNo
           READ ASSESS-FILE
             INVALID KEY
               DISPLAY "No tuition assessment on file, refund refused"
           END-READ
           IF AS-STATUS = "00" THEN
             IF AS-paid <= AS-assessed THEN
               DISPLAY "Student has no credit balance, refund refused"
             ELSE
               COMPUTE CREDIT-AMT = AS-paid - AS-assessed
               MOVE CREDIT-AMT TO MONEY-EDIT
               DISPLAY "credit balance: " WITH NO ADVANCING
               DISPLAY MONEY-EDIT
               IF CREDIT-AMT < 1 THEN
                 DISPLAY "Credit is under one peso, refund refused"
               ELSE
                 MOVE 0 TO FIELDOK
                 PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
                   DISPLAY "Enter cheque/voucher number: "
      -              WITH NO ADVANCING
                   ACCEPT OR-INPUT
                   IF OR-INPUT = SPACES THEN
                     MOVE 0 TO FIELDOK
                     DISPLAY "Voucher number cannot be blank, "
      -                WITH NO ADVANCING
                     DISPLAY "try again"
                   ELSE
                     PERFORM REFUNDSCAN
                     IF VOUCHER-USED = 1 THEN
                       MOVE 0 TO FIELDOK
                       DISPLAY "Voucher number " WITH NO ADVANCING
                       DISPLAY OR-INPUT WITH NO ADVANCING
                       DISPLAY " was already used, try again"
                     ELSE
                       MOVE 1 TO FIELDOK
                     END-IF
                   END-IF
                 END-PERFORM
                 MOVE 0 TO FIELDOK
                 PERFORM GETREFUNDAMT
                 PERFORM GETREASON
                 DISPLAY "Disburse this refund (Y/N)? "
      -            WITH NO ADVANCING
                 ACCEPT CONFIRM-ANSWER
                 MOVE FUNCTION UPPER-CASE(CONFIRM-ANSWER)
                   TO CONFIRM-ANSWER
                 IF CONFIRM-ANSWER = "Y" THEN
                   PERFORM REFUNDPOST
                 ELSE
                   DISPLAY "Refund cancelled"
                 END-IF
               END-IF
             END-IF
           END-IF.

         REFUNDSCAN.
           MOVE 0 TO VOUCHER-USED
           MOVE 0 TO VOID-EOF
           CLOSE PAYMENT-JOURNAL
           OPEN INPUT PAYMENT-JOURNAL
           IF PAY-STATUS NOT = "00" THEN
             MOVE 1 TO VOID-EOF
           ELSE
             PERFORM UNTIL VOID-EOF = 1
               READ PAYMENT-JOURNAL
                 AT END
                   MOVE 1 TO VOID-EOF
                 NOT AT END
                   IF PJ-type = "R" AND PJ-or = OR-INPUT THEN
                     MOVE 1 TO VOUCHER-USED
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PAYMENT-JOURNAL
           END-IF
           OPEN EXTEND PAYMENT-JOURNAL.

         GETREFUNDAMT.
           PERFORM WITH TEST AFTER UNTIL FIELDOK = 1
             DISPLAY "Enter refund amount (whole pesos): "
      -       WITH NO ADVANCING
             ACCEPT AMOUNT-INPUT
             MOVE 1 TO FIELDOK
             MOVE FUNCTION LENGTH(FUNCTION TRIM(AMOUNT-INPUT))
               TO AMOUNT-LEN
             IF AMOUNT-INPUT = SPACES OR AMOUNT-LEN > 7 THEN
               MOVE 0 TO FIELDOK
             ELSE
               PERFORM VARYING AMOUNT-POS FROM 1 BY 1
                   UNTIL AMOUNT-POS > AMOUNT-LEN
                 IF AMOUNT-INPUT(AMOUNT-POS:1) IS NOT NUMERIC THEN
                   MOVE 0 TO FIELDOK
                 END-IF
               END-PERFORM
             END-IF
             IF FIELDOK = 1 THEN
               COMPUTE PAY-AMOUNT =
                 FUNCTION NUMVAL(AMOUNT-INPUT(1:AMOUNT-LEN))
               IF PAY-AMOUNT = 0 OR PAY-AMOUNT > CREDIT-AMT THEN
                 MOVE 0 TO FIELDOK
                 DISPLAY "Amount must be from 1 up to the credit "
      -            WITH NO ADVANCING
                 DISPLAY "balance, try again"
               END-IF
             ELSE
               DISPLAY "Amount must be 1 to 7 digits, try again"
             END-IF
           END-PERFORM.

         REFUNDPOST.
           MOVE sNo(IT) TO AS-sNo
           READ ASSESS-FILE
             INVALID KEY
               DISPLAY "No tuition assessment on file, refund refused"
           END-READ
           IF AS-STATUS = "00" THEN
             IF AS-paid - AS-assessed < PAY-AMOUNT THEN
               DISPLAY "Credit balance changed, refund refused"
             ELSE
               COMPUTE AS-paid = AS-paid - PAY-AMOUNT
               REWRITE ASSESS-RECORD
                 INVALID KEY
                   DISPLAY "Refund could not be saved for "
      -              WITH NO ADVANCING
                   DISPLAY sNo(IT)
               END-REWRITE
               IF AS-STATUS = "00" THEN
                 MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
                 MOVE SPACES TO PAYMENT-RECORD
                 MOVE AUDIT-TIMESTAMP(1:8) TO PJ-date
                 MOVE AUDIT-TIMESTAMP(1:8) TO PJ-post-date
                 MOVE OR-INPUT TO PJ-or
                 MOVE sNo(IT) TO PJ-sNo
                 MOVE SIGNED-ID TO PJ-opid
                 MOVE CUR-TERM TO PJ-term
                 MOVE PAY-AMOUNT TO PJ-amount
                 MOVE "R" TO PJ-type
                 MOVE REASON-INPUT TO PJ-reason
                 WRITE PAYMENT-RECORD
                 IF PAY-STATUS NOT = "00" THEN
                   DISPLAY "WARNING: payment journal record could not "
      -              WITH NO ADVANCING
                   DISPLAY "be written, status " WITH NO ADVANCING
                   DISPLAY PAY-STATUS
                 END-IF
                 MOVE PAY-AMOUNT TO MONEY-EDIT
                 MOVE sNo(IT) TO AUDIT-KEY
                 MOVE "REFUND" TO AUDIT-ACTION
                 MOVE SPACES TO AUDIT-DETAIL
                 STRING "voucher=" FUNCTION TRIM(OR-INPUT)
                        " amount=" FUNCTION TRIM(MONEY-EDIT)
                        " reason=" FUNCTION TRIM(REASON-INPUT)
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
                 PERFORM WRITEAUDIT
                 PERFORM CHECKPOINTTICK
                 DISPLAY "Refund disbursed"
                 PERFORM SHOWBALANCE
               END-IF
             END-IF
           END-IF.

         LISTBALANCES.
           IF NUMstd = 0 THEN
             DISPLAY "There are no students to view in the directory"
               + EN-units * GS-points(GS-FOUND)
           END-IF
           DISPLAY EN-subject WITH NO ADVANCING
           IF EN-section NOT = SPACES THEN
             DISPLAY "  section " WITH NO ADVANCING
             DISPLAY EN-section WITH NO ADVANCING
           END-IF
           DISPLAY "  units " WITH NO ADVANCING
           DISPLAY EN-units WITH NO ADVANCING
           DISPLAY "  grade " WITH NO ADVANCING
