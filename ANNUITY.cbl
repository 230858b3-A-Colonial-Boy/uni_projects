               ACCESS DYNAMIC
               RECORD KEY BRW-LOAN-ID
               FILE STATUS IS WS-BORROWER-STATUS.
           SELECT LETTER-FILE ASSIGN DYNAMIC WS-LETTER-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT ACH-ENROLL-FILE ASSIGN DYNAMIC WS-ACH-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ACH-LOAN-ID
               FILE STATUS IS WS-ACH-STATUS.
           SELECT ACH-WORK-FILE ASSIGN DYNAMIC WS-AWK-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY AWK-KEY
               FILE STATUS IS WS-AWK-STATUS.
           SELECT NACHA-FILE ASSIGN DYNAMIC WS-NCH-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NCH-STATUS.
           SELECT ACH-RETURN-FILE ASSIGN DYNAMIC WS-ART-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ART-STATUS.
           SELECT LOCKBOX-FILE ASSIGN DYNAMIC WS-LBX-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LBX-STATUS.
           SELECT LOCKBOX-BATCH-FILE ASSIGN DYNAMIC WS-LBB-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY LBB-BATCH-NO
               FILE STATUS IS WS-LBB-STATUS.
           SELECT LOCKBOX-DUP-FILE ASSIGN DYNAMIC WS-DUP-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY DUP-KEY
               FILE STATUS IS WS-DUP-STATUS.
           SELECT EXCEPTION-FILE ASSIGN DYNAMIC WS-EXC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT METRO2-FILE ASSIGN DYNAMIC WS-M2-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-M2-STATUS.
           SELECT PARTICIPATION-FILE ASSIGN DYNAMIC WS-PTC-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PTC-KEY
               FILE STATUS IS WS-PTC-STATUS.
           SELECT INVESTOR-WORK-FILE ASSIGN DYNAMIC WS-IVW-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IVW-KEY
               FILE STATUS IS WS-IVW-STATUS.
           SELECT WIRE-FILE ASSIGN DYNAMIC WS-WIR-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WIR-STATUS.
           SELECT OPERATOR-FILE ASSIGN DYNAMIC WS-OPR-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY OPR-ID
               FILE STATUS IS WS-OPR-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN DYNAMIC WS-SEC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT BACKOUT-IMAGE-FILE ASSIGN DYNAMIC WS-BKI-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY BKI-KEY
               FILE STATUS IS WS-BKI-STATUS.
           SELECT BACKOUT-WORK-FILE ASSIGN DYNAMIC WS-BKW-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY BKW-KEY
               FILE STATUS IS WS-BKW-STATUS.
           SELECT COLL-QUEUE-FILE ASSIGN DYNAMIC WS-CQ-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY CQ-KEY
               FILE STATUS IS WS-CQ-STATUS.
           SELECT COLL-ACTIVITY-FILE ASSIGN DYNAMIC WS-CA-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY CA-KEY
               FILE STATUS IS WS-CA-STATUS.
      *-------------------------
       DATA DIVISION.
      *-------------------------
           05 LM-LATE-FEE          PIC X(9).
           05 LM-LATE-FEE-N REDEFINES LM-LATE-FEE
                                   PIC 9(7)V99.
           05 LM-LOAN-STATUS       PIC X.
           05 LM-STATUS-DATE       PIC X(8).
           05 LM-OVERPAY           PIC X(11).
           05 LM-OVERPAY-N REDEFINES LM-OVERPAY
                                   PIC 9(9)V99.
           05 LM-NONACCRUAL        PIC X.
           05 LM-NONACCR-DATE      PIC X(8).
           05 LM-CHGOFF-BAL        PIC X(11).
           05 LM-CHGOFF-BAL-N REDEFINES LM-CHGOFF-BAL
                                   PIC 9(9)V99.
           05 LM-RECOVERED         PIC X(11).
           05 LM-RECOVERED-N REDEFINES LM-RECOVERED
                                   PIC 9(9)V99.

       FD  MASTER-IN-FILE.
       01  MASTER-IN-RECORD.
           05 OMR-LOAN-ID          PIC X(6).
           05 OMR-DATA             PIC X(175).

       FD  HISTORY-FILE.
       01  HIST-RECORD             PIC X(181).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 GLX-RESET-FLAG         PIC X.
           05 GLX-SOURCE             PIC X.
           05 GLX-ESCROW-AMOUNT      PIC S9(9)V99.
           05 GLX-ORIGIN-RUN-ID      PIC X(14).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05 PMT-DATE             PIC X(8).
           05 PMT-AMOUNT           PIC X(9).
           05 PMT-TRAN-CODE        PIC X.
           05 PMT-REFERENCE        PIC X(10).

       FD  RUN-CONTROL-FILE.
       01  PARM-RECORD.
           05 BIL-CITY             PIC X(20).
           05 BIL-STATE            PIC X(2).
           05 BIL-ZIP              PIC X(9).
           05 BIL-NONACCRUAL       PIC X.

       FD  STMT-WORK-FILE.
       01  STMT-WORK-RECORD.
           05 TRN-BALANCE          PIC S9(9)V99.
           05 TRN-OPERATOR         PIC X(8).
           05 TRN-RUN-ID           PIC X(14).
           05 TRN-REFERENCE        PIC X(10).
           05 TRN-ORIGIN-RUN-ID    PIC X(14).

       FD  ESCROW-SCHED-FILE.
       01  ESCROW-SCHED-RECORD.
           05 BRW-STATE            PIC X(2).
           05 BRW-ZIP              PIC X(9).

       FD  LETTER-FILE.
       01  LETTER-RECORD.
           05 LTR-LOAN-ID          PIC X(6).
           05 LTR-LETTER-DATE      PIC X(8).
           05 LTR-PAID-DATE        PIC X(8).
           05 LTR-ORIG-AMOUNT      PIC 9(9)V99.
           05 LTR-REFUND-AMOUNT    PIC 9(9)V99.
           05 LTR-CHECK-NO         PIC 9(8).
           05 LTR-NAME             PIC X(30).
           05 LTR-ADDRESS          PIC X(30).
           05 LTR-CITY             PIC X(20).
           05 LTR-STATE            PIC X(2).
           05 LTR-ZIP              PIC X(9).

       FD  ACH-ENROLL-FILE.
       01  ACH-ENROLL-RECORD.
           05 ACH-LOAN-ID          PIC X(6).
           05 ACH-ROUTING          PIC X(9).
           05 ACH-ACCOUNT          PIC X(17).
           05 ACH-ACCT-TYPE        PIC X.
           05 ACH-DRAFT-DAY        PIC 99.
           05 ACH-START-DATE       PIC X(8).
           05 ACH-STOP-DATE        PIC X(8).
           05 ACH-STATUS           PIC X.
           05 ACH-RETURN-CNT       PIC 99.
           05 ACH-LAST-RETURN      PIC X(3).
           05 ACH-LAST-RET-DATE    PIC X(8).
           05 ACH-OPERATOR         PIC X(8).
           05 ACH-MAINT-DATE       PIC X(8).
           05 ACH-LAST-DRAFT-REF   PIC X(10).

       FD  ACH-WORK-FILE.
       01  ACH-WORK-RECORD.
           05 AWK-KEY.
              10 AWK-EFF-DATE      PIC X(8).
              10 AWK-LOAN-ID       PIC X(6).
           05 AWK-ROUTING          PIC X(9).
           05 AWK-ACCOUNT          PIC X(17).
           05 AWK-ACCT-TYPE        PIC X.
           05 AWK-AMOUNT           PIC 9(8)V99.
           05 AWK-NAME             PIC X(22).

       FD  NACHA-FILE.
       01  NCH-RECORD              PIC X(94).
       01  NCH-FILE-HEADER.
           05 NFH-RECORD-TYPE      PIC X.
           05 NFH-PRIORITY         PIC XX.
           05 NFH-IMMED-DEST       PIC X(10).
           05 NFH-IMMED-ORIGIN     PIC X(10).
           05 NFH-CREATE-DATE      PIC X(6).
           05 NFH-CREATE-TIME      PIC X(4).
           05 NFH-FILE-ID-MOD      PIC X.
           05 NFH-RECORD-SIZE      PIC X(3).
           05 NFH-BLOCKING         PIC XX.
           05 NFH-FORMAT-CODE      PIC X.
           05 NFH-DEST-NAME        PIC X(23).
           05 NFH-ORIGIN-NAME      PIC X(23).
           05 NFH-REFERENCE        PIC X(8).
       01  NCH-BATCH-HEADER.
           05 NBH-RECORD-TYPE      PIC X.
           05 NBH-SERVICE-CLASS    PIC X(3).
           05 NBH-COMPANY-NAME     PIC X(16).
           05 NBH-DISCRETIONARY    PIC X(20).
           05 NBH-COMPANY-ID       PIC X(10).
           05 NBH-SEC-CODE         PIC X(3).
           05 NBH-ENTRY-DESC       PIC X(10).
           05 NBH-DESC-DATE        PIC X(6).
           05 NBH-EFFECTIVE-DATE   PIC X(6).
           05 NBH-SETTLE-DATE      PIC X(3).
           05 NBH-ORIG-STATUS      PIC X.
           05 NBH-ODFI-ID          PIC X(8).
           05 NBH-BATCH-NO         PIC 9(7).
       01  NCH-ENTRY-DETAIL.
           05 NED-RECORD-TYPE      PIC X.
           05 NED-TRAN-CODE        PIC XX.
           05 NED-RDFI-ID          PIC X(8).
           05 NED-CHECK-DIGIT      PIC X.
           05 NED-DFI-ACCOUNT      PIC X(17).
           05 NED-AMOUNT           PIC 9(8)V99.
           05 NED-INDIV-ID         PIC X(15).
           05 NED-INDIV-NAME       PIC X(22).
           05 NED-DISCRETIONARY    PIC XX.
           05 NED-ADDENDA-IND      PIC X.
           05 NED-TRACE-ODFI       PIC X(8).
           05 NED-TRACE-SEQ        PIC 9(7).
       01  NCH-BATCH-CONTROL.
           05 NBC-RECORD-TYPE      PIC X.
           05 NBC-SERVICE-CLASS    PIC X(3).
           05 NBC-ENTRY-COUNT      PIC 9(6).
           05 NBC-ENTRY-HASH       PIC 9(10).
           05 NBC-TOTAL-DEBIT      PIC 9(10)V99.
           05 NBC-TOTAL-CREDIT     PIC 9(10)V99.
           05 NBC-COMPANY-ID       PIC X(10).
           05 NBC-MAC              PIC X(19).
           05 NBC-RESERVED         PIC X(6).
           05 NBC-ODFI-ID          PIC X(8).
           05 NBC-BATCH-NO         PIC 9(7).
       01  NCH-FILE-CONTROL.
           05 NFC-RECORD-TYPE      PIC X.
           05 NFC-BATCH-COUNT      PIC 9(6).
           05 NFC-BLOCK-COUNT      PIC 9(6).
           05 NFC-ENTRY-COUNT      PIC 9(8).
           05 NFC-ENTRY-HASH       PIC 9(10).
           05 NFC-TOTAL-DEBIT      PIC 9(10)V99.
           05 NFC-TOTAL-CREDIT     PIC 9(10)V99.
           05 NFC-RESERVED         PIC X(39).

       FD  ACH-RETURN-FILE.
       01  ART-RECORD              PIC X(94).
       01  ART-ENTRY-DETAIL.
           05 ARE-RECORD-TYPE      PIC X.
           05 ARE-TRAN-CODE        PIC XX.
           05 ARE-RDFI-ID          PIC X(8).
           05 ARE-CHECK-DIGIT      PIC X.
           05 ARE-DFI-ACCOUNT      PIC X(17).
           05 ARE-AMOUNT           PIC 9(8)V99.
           05 ARE-INDIV-ID         PIC X(15).
           05 ARE-INDIV-NAME       PIC X(22).
           05 ARE-DISCRETIONARY    PIC XX.
           05 ARE-ADDENDA-IND      PIC X.
           05 ARE-TRACE            PIC X(15).
       01  ART-RETURN-ADDENDA.
           05 ARA-RECORD-TYPE      PIC X.
           05 ARA-ADDENDA-TYPE     PIC XX.
           05 ARA-RETURN-REASON    PIC X(3).
           05 ARA-ORIG-TRACE       PIC X(15).
           05 ARA-DEATH-DATE       PIC X(6).
           05 ARA-ORIG-RDFI        PIC X(8).
           05 ARA-ADDENDA-INFO     PIC X(44).
           05 ARA-TRACE            PIC X(15).

       FD  LOCKBOX-FILE.
       01  LBX-RECORD              PIC X(80).
       01  LBX-BATCH-HEADER.
           05 LBH-RECORD-TYPE      PIC X.
           05 LBH-BATCH-NO         PIC X(6).
           05 LBH-DEPOSIT-DATE     PIC X(8).
           05 LBH-LOCKBOX-NO       PIC X(7).
           05 FILLER               PIC X(58).
       01  LBX-CHECK-DETAIL.
           05 LBD-RECORD-TYPE      PIC X.
           05 LBD-BATCH-NO         PIC X(6).
           05 LBD-CHECK-NO         PIC X(10).
           05 LBD-REMITTER         PIC X(10).
           05 LBD-AMOUNT           PIC X(10).
           05 LBD-AMOUNT-N REDEFINES LBD-AMOUNT
                                   PIC 9(8)V99.
           05 LBD-PAYER-NAME       PIC X(30).
           05 FILLER               PIC X(13).
       01  LBX-DEPOSIT-TRAILER.
           05 LBT-RECORD-TYPE      PIC X.
           05 LBT-BATCH-NO         PIC X(6).
           05 LBT-ITEM-COUNT       PIC X(5).
           05 LBT-ITEM-COUNT-N REDEFINES LBT-ITEM-COUNT
                                   PIC 9(5).
           05 LBT-DEPOSIT-TOTAL    PIC X(12).
           05 LBT-DEPOSIT-TOTAL-N REDEFINES LBT-DEPOSIT-TOTAL
                                   PIC 9(10)V99.
           05 FILLER               PIC X(56).

       FD  LOCKBOX-BATCH-FILE.
       01  LOCKBOX-BATCH-RECORD.
           05 LBB-BATCH-NO         PIC X(6).
           05 LBB-STATUS           PIC X.
           05 LBB-ITEM-CNT         PIC 9(5).
           05 LBB-ITEM-TOTAL       PIC 9(10)V99.
           05 LBB-TRL-CNT          PIC 9(5).
           05 LBB-TRL-TOTAL        PIC 9(10)V99.

       FD  LOCKBOX-DUP-FILE.
       01  LOCKBOX-DUP-RECORD.
           05 DUP-KEY.
              10 DUP-LOAN-ID       PIC X(6).
              10 DUP-REFERENCE     PIC X(10).
              10 DUP-AMOUNT        PIC 9(9)V99.
           05 DUP-SOURCE           PIC X.
           05 DUP-NET              PIC S9(10)V99.

       FD  EXCEPTION-FILE.
       01  EXC-RECORD              PIC X(132).

       FD  METRO2-FILE.
       01  M2-RECORD               PIC X(426).
       01  M2-HEADER.
           05 M2H-RDW              PIC X(4).
           05 M2H-RECORD-ID        PIC X(6).
           05 M2H-CYCLE            PIC X(2).
           05 M2H-INNOVIS-ID       PIC X(10).
           05 M2H-EQUIFAX-ID       PIC X(10).
           05 M2H-EXPERIAN-ID      PIC X(5).
           05 M2H-TRANSUNION-ID    PIC X(10).
           05 M2H-ACTIVITY-DATE    PIC X(8).
           05 M2H-CREATED-DATE     PIC X(8).
           05 M2H-PROGRAM-DATE     PIC X(8).
           05 M2H-REVISION-DATE    PIC X(8).
           05 M2H-REPORTER-NAME    PIC X(40).
           05 M2H-REPORTER-ADDR    PIC X(96).
           05 M2H-REPORTER-PHONE   PIC X(10).
           05 M2H-VENDOR-NAME      PIC X(40).
           05 M2H-VENDOR-VERSION   PIC X(5).
           05 M2H-PRBC-ID          PIC X(10).
           05 FILLER               PIC X(146).
       01  M2-BASE-SEGMENT.
           05 M2B-RDW              PIC X(4).
           05 M2B-PROCESS-IND      PIC X.
           05 M2B-TIME-STAMP       PIC X(14).
           05 M2B-CORRECTION-IND   PIC X.
           05 M2B-IDENT-NO         PIC X(20).
           05 M2B-CYCLE            PIC X(2).
           05 M2B-ACCOUNT-NO       PIC X(30).
           05 M2B-PORTFOLIO-TYPE   PIC X.
           05 M2B-ACCOUNT-TYPE     PIC X(2).
           05 M2B-DATE-OPENED      PIC X(8).
           05 M2B-CREDIT-LIMIT     PIC 9(9).
           05 M2B-ORIG-AMOUNT      PIC 9(9).
           05 M2B-TERMS-DURATION   PIC 9(3).
           05 M2B-TERMS-FREQ       PIC X.
           05 M2B-SCHED-PAYMENT    PIC 9(9).
           05 M2B-ACTUAL-PAYMENT   PIC 9(9).
           05 M2B-ACCOUNT-STATUS   PIC X(2).
           05 M2B-PAYMENT-RATING   PIC X.
           05 M2B-PAYMENT-HISTORY  PIC X(24).
           05 M2B-SPECIAL-COMMENT  PIC X(2).
           05 M2B-COMPLIANCE-CODE  PIC X(2).
           05 M2B-CURRENT-BALANCE  PIC 9(9).
           05 M2B-AMOUNT-PAST-DUE  PIC 9(9).
           05 M2B-CHGOFF-AMOUNT    PIC 9(9).
           05 M2B-DATE-ACCT-INFO   PIC X(8).
           05 M2B-DATE-FIRST-DELQ  PIC X(8).
           05 M2B-DATE-CLOSED      PIC X(8).
           05 M2B-DATE-LAST-PMT    PIC X(8).
           05 M2B-INTEREST-TYPE    PIC X.
           05 FILLER               PIC X(15).
           05 M2B-CONS-TRAN-TYPE   PIC X(2).
           05 M2B-SURNAME          PIC X(25).
           05 M2B-FIRST-NAME       PIC X(20).
           05 M2B-MIDDLE-NAME      PIC X(20).
           05 M2B-GENERATION       PIC X.
           05 M2B-SSN              PIC 9(9).
           05 M2B-BIRTH-DATE       PIC X(8).
           05 M2B-TELEPHONE        PIC 9(10).
           05 M2B-ECOA-CODE        PIC X.
           05 M2B-CONS-INFO-IND    PIC X(2).
           05 M2B-COUNTRY-CODE     PIC X(2).
           05 M2B-ADDRESS-1        PIC X(32).
           05 M2B-ADDRESS-2        PIC X(32).
           05 M2B-CITY             PIC X(20).
           05 M2B-STATE            PIC X(2).
           05 M2B-POSTAL-CODE      PIC X(9).
           05 M2B-ADDRESS-IND      PIC X.
           05 M2B-RESIDENCE-CODE   PIC X.
       01  M2-TRAILER.
           05 M2T-RDW              PIC X(4).
           05 M2T-RECORD-ID        PIC X(7).
           05 M2T-TOTAL-BASE       PIC 9(9).
           05 M2T-RESERVED-A       PIC X(9).
           05 M2T-TOTAL-DF         PIC 9(9).
           05 M2T-TOTAL-J1         PIC 9(9).
           05 M2T-TOTAL-J2         PIC 9(9).
           05 M2T-BLOCK-CNT        PIC 9(9).
           05 M2T-TOTAL-DA         PIC 9(9).
           05 M2T-TOTAL-05         PIC 9(9).
           05 M2T-TOTAL-11         PIC 9(9).
           05 M2T-TOTAL-13         PIC 9(9).
           05 FILLER               PIC X(45).
           05 M2T-TOTAL-71         PIC 9(9).
           05 M2T-TOTAL-78         PIC 9(9).
           05 M2T-TOTAL-80         PIC 9(9).
           05 M2T-TOTAL-82         PIC 9(9).
           05 M2T-TOTAL-83         PIC 9(9).
           05 M2T-TOTAL-84         PIC 9(9).
           05 FILLER               PIC X(54).
           05 M2T-TOTAL-97         PIC 9(9).
           05 FILLER               PIC X(135).
           05 M2T-TOTAL-PHONE      PIC 9(9).
           05 M2T-RESERVED-B       PIC X(19).

       FD  PARTICIPATION-FILE.
       01  PARTICIPATION-RECORD.
           05 PTC-KEY.
              10 PTC-LOAN-ID       PIC X(6).
              10 PTC-INVESTOR-ID   PIC X(6).
           05 PTC-OWN-PCT          PIC 9(3)V9(4).
           05 PTC-PASS-RATE        PIC 99V9(4).
           05 PTC-SVC-RATE         PIC 99V9(4).
           05 PTC-STATUS           PIC X.
           05 PTC-EFF-DATE         PIC X(8).
           05 PTC-OPERATOR         PIC X(8).
           05 PTC-MAINT-DATE       PIC X(8).

       FD  INVESTOR-WORK-FILE.
       01  INVESTOR-WORK-RECORD.
           05 IVW-KEY.
              10 IVW-INVESTOR-ID   PIC X(6).
              10 IVW-LOAN-ID       PIC X(6).
           05 IVW-OWN-PCT          PIC 9(3)V9(4).
           05 IVW-ITEM-CNT         PIC 9(5).
           05 IVW-PRINCIPAL        PIC S9(9)V99.
           05 IVW-GROSS-INT        PIC S9(9)V99.
           05 IVW-INV-INT          PIC S9(9)V99.
           05 IVW-SVC-FEE          PIC S9(9)V99.
           05 IVW-EXCESS           PIC S9(9)V99.

       FD  WIRE-FILE.
       01  WIRE-RECORD             PIC X(100).
       01  WIRE-DETAIL.
           05 WIR-RECORD-TYPE      PIC X.
           05 WIR-INVESTOR-ID      PIC X(6).
           05 WIR-VALUE-DATE       PIC X(8).
           05 WIR-PERIOD-FROM      PIC X(8).
           05 WIR-PERIOD-THRU      PIC X(8).
           05 WIR-PRINCIPAL        PIC S9(9)V99.
           05 WIR-INTEREST         PIC S9(9)V99.
           05 WIR-AMOUNT           PIC S9(10)V99.
           05 WIR-LOAN-CNT         PIC 9(5).
           05 WIR-RUN-ID           PIC X(14).
           05 FILLER               PIC X(16).
       01  WIRE-TRAILER.
           05 WIT-RECORD-TYPE      PIC X.
           05 WIT-INVESTOR-CNT     PIC 9(5).
           05 WIT-TOTAL-AMOUNT     PIC S9(11)V99.
           05 WIT-RUN-ID           PIC X(14).
           05 FILLER               PIC X(67).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID               PIC X(8).
           05 OPR-NAME             PIC X(30).
           05 OPR-MODE-TABLE.
              10 OPR-MODE-OK       PIC X OCCURS 40.
           05 OPR-WAIVE-LIMIT      PIC 9(7)V99.
           05 OPR-RATE-APPROVE     PIC X.
           05 OPR-ACTIVE           PIC X.
           05 OPR-OPERATOR         PIC X(8).
           05 OPR-MAINT-DATE       PIC X(8).
           05 OPR-SUPERVISOR       PIC X.
           05 OPR-COLLECTOR        PIC X.

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD.
           05 SEC-TIMESTAMP        PIC X(14).
           05 SEC-OPERATOR         PIC X(8).
           05 SEC-MODE             PIC 99.
           05 SEC-FUNCTION         PIC X(20).
           05 SEC-REASON           PIC X(40).
           05 SEC-LOAN-ID          PIC X(6).
           05 SEC-AMOUNT           PIC S9(9)V99.

       FD  BACKOUT-IMAGE-FILE.
       01  BACKOUT-IMAGE-RECORD.
           05 BKI-KEY.
              10 BKI-RUN-ID        PIC X(14).
              10 BKI-LOAN-ID       PIC X(6).
           05 BKI-MODE             PIC 99.
           05 BKI-BEFORE.
              10 BKB-BALANCE       PIC 9(9)V99.
              10 BKB-PAID-THRU     PIC 9(4).
              10 BKB-SUSPENSE      PIC 9(9)V99.
              10 BKB-ESCROW-BAL    PIC S9(9)V99.
              10 BKB-LATE-FEE      PIC 9(7)V99.
              10 BKB-OVERPAY       PIC 9(9)V99.
              10 BKB-STATUS        PIC X.
              10 BKB-STATUS-DATE   PIC X(8).
           05 BKI-AFTER.
              10 BKA-BALANCE       PIC 9(9)V99.
              10 BKA-PAID-THRU     PIC 9(4).
              10 BKA-SUSPENSE      PIC 9(9)V99.
              10 BKA-ESCROW-BAL    PIC S9(9)V99.
              10 BKA-LATE-FEE      PIC 9(7)V99.
              10 BKA-OVERPAY       PIC 9(9)V99.
              10 BKA-STATUS        PIC X.
              10 BKA-STATUS-DATE   PIC X(8).
           05 BKI-BACKOUT-RUN      PIC X(14).

       FD  BACKOUT-WORK-FILE.
       01  BACKOUT-WORK-RECORD.
           05 BKW-KEY.
              10 BKW-LOAN-ID       PIC X(6).
              10 BKW-SEQ           PIC 9(5).
           05 BKW-TYPE             PIC X.
           05 BKW-ITEM-CNT         PIC 9(5).
           05 BKW-LATER            PIC X.
           05 BKW-LATER-RUN        PIC X(14).
           05 BKW-CODE             PIC X(2).
           05 BKW-DATE             PIC X(8).
           05 BKW-AMOUNT           PIC S9(9)V99.
           05 BKW-REFERENCE        PIC X(10).
           05 BKW-PERIOD           PIC 9(4).
           05 BKW-INTEREST         PIC S9(9)V99.
           05 BKW-PRINCIPAL        PIC S9(9)V99.
           05 BKW-ESCROW           PIC S9(9)V99.
           05 BKW-SOURCE           PIC X.

       FD  COLL-QUEUE-FILE.
       01  COLL-QUEUE-RECORD.
           05 CQ-KEY.
              10 CQ-RANK-DAYS      PIC 9(5).
              10 CQ-RANK-BAL       PIC 9(9)V99.
              10 CQ-LOAN-ID        PIC X(6).
           05 CQ-AS-OF-DATE        PIC X(8).
           05 CQ-DAYS-PAST-DUE     PIC 9(5).
           05 CQ-PERIODS-PAST-DUE  PIC 9(4).
           05 CQ-BALANCE           PIC 9(9)V99.
           05 CQ-AMOUNT-DUE        PIC 9(9)V99.
           05 CQ-COLLECTOR         PIC X(8).
           05 CQ-BROKEN            PIC X.
           05 CQ-PROMISE-DATE      PIC X(8).
           05 CQ-RUN-ID            PIC X(14).

       FD  COLL-ACTIVITY-FILE.
       01  COLL-ACTIVITY-RECORD.
           05 CA-KEY.
              10 CA-LOAN-ID        PIC X(6).
              10 CA-SEQ            PIC 9(5).
           05 CA-ENTRY-DATE        PIC X(8).
           05 CA-ENTRY-TIME        PIC X(6).
           05 CA-COLLECTOR         PIC X(8).
           05 CA-CONTACT-TYPE      PIC X.
           05 CA-RESULT            PIC X(2).
           05 CA-PROMISE-AMT       PIC 9(9)V99.
           05 CA-PROMISE-DATE      PIC X(8).
           05 CA-FOLLOW-DATE       PIC X(8).
           05 CA-PROMISE-STATUS    PIC X.
           05 CA-PAID-AMT          PIC S9(9)V99.
           05 CA-RESOLVED-DATE     PIC X(8).
           05 CA-REQUEUE           PIC X.
           05 CA-DAYS-PAST-DUE     PIC 9(5).
           05 CA-NOTE              PIC X(40).

      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       01 WS-FND-SUSPENSE    PIC 9(9)V99 VALUE ZERO.
       01 WS-FND-ESCROW-BAL  PIC S9(9)V99 VALUE ZERO.
       01 WS-FND-LATE-FEE    PIC 9(7)V99 VALUE ZERO.
       01 WS-FND-STATUS      PIC X VALUE 'A'.
       01 WS-FND-STATUS-DATE PIC X(8) VALUE SPACES.
       01 WS-FND-OVERPAY     PIC 9(9)V99 VALUE ZERO.
       01 WS-FND-NONACCRUAL  PIC X VALUE 'N'.
       01 WS-FND-NONACCR-DATE PIC X(8) VALUE SPACES.
       01 WS-FND-CHGOFF      PIC 9(9)V99 VALUE ZERO.
       01 WS-FND-RECOVERED   PIC 9(9)V99 VALUE ZERO.
       01 WS-FND-BAL-DISP    PIC $Z(9).99.
       01 WS-FND-PAID-DISP   PIC ZZZ9.


       01 WS-POST-FEES       PIC 9(7)V99 VALUE ZERO.
       01 WS-POST-FEE-SUM    PIC S9(11)V99 VALUE ZERO.
       01 WS-POST-NA-INT-SUM PIC S9(11)V99 VALUE ZERO.
       01 WS-POST-RCV-SUM    PIC S9(11)V99 VALUE ZERO.
       01 WS-POST-RCV-CNT    PIC 9(5) VALUE ZERO.
       01 WS-RCV-AMOUNT      PIC S9(9)V99 VALUE ZERO.
       01 WS-RCV-FLAG        PIC X VALUE SPACE.

       01 WS-LC-FEE-AMT      PIC 9(5)V99 VALUE ZERO.
       01 WS-LC-GRACE        PIC 9(2) VALUE 1.
       01 WS-RVS-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-RVS-FEES        PIC 9(7)V99 VALUE ZERO.
       01 WS-RVS-K           PIC 9(4) VALUE ZERO.
       01 WS-RVS-OVERPAY     PIC 9(9)V99 VALUE ZERO.

       01 WS-MASTER-IN-NAME   PIC X(40) VALUE SPACES.
       01 WS-MASTER-IN-STATUS PIC XX VALUE '00'.
       01 WS-HIST-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-MASTER-IN    PIC X VALUE 'N'.
       01 WS-REORG-ANSWER     PIC X(40) VALUE SPACES.
       01 WS-REORG-SAVE       PIC X(181) VALUE SPACES.
       01 WS-REORG-READ       PIC 9(7) VALUE ZERO.
       01 WS-REORG-KEPT       PIC 9(7) VALUE ZERO.
       01 WS-REORG-SUPERSEDED PIC 9(7) VALUE ZERO.
       01 WS-TB-PRIN-P       PIC S9(13)V99 VALUE ZERO.
       01 WS-TB-PRIN-S       PIC S9(13)V99 VALUE ZERO.
       01 WS-TB-PRIN-OTH     PIC S9(13)V99 VALUE ZERO.
       01 WS-TB-PRIN-C       PIC S9(13)V99 VALUE ZERO.
       01 WS-TB-ACCR-INT     PIC S9(13)V99 VALUE ZERO.
       01 WS-TB-LOAN-CNT     PIC 9(7) VALUE ZERO.
       01 WS-TB-DIFF-CNT     PIC 9(7) VALUE ZERO.
       01 WS-TB-NEW-CNT      PIC 9(7) VALUE ZERO.
       01 WS-TRN-CODE        PIC X(2) VALUE SPACES.
       01 WS-TRN-AMOUNT      PIC S9(9)V99 VALUE ZERO.
       01 WS-TRN-BALANCE     PIC S9(9)V99 VALUE ZERO.
       01 WS-TRN-REFERENCE   PIC X(10) VALUE SPACES.
       01 WS-TRN-ORIGIN-RUN  PIC X(14) VALUE SPACES.
       01 WS-TRN-AMT-DISP    PIC $Z(8)9.99-.
       01 WS-TRN-BAL-DISP    PIC $Z(8)9.99-.
       01 WS-HIQ-FROM-DATE   PIC X(8) VALUE SPACES.
       01 WS-RECON-EOF-GL    PIC X VALUE 'N'.
       01 WS-RECON-RUN-ID    PIC X(14) VALUE SPACES.
       01 WS-RECON-SUM       PIC 9(11) VALUE ZERO.

       01 WS-LETTER-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-LETTER-STATUS   PIC XX VALUE '00'.
       01 WS-CO-ANSWER       PIC X(8) VALUE SPACES.
       01 WS-CO-CHECK-NO     PIC 9(8) VALUE ZERO.
       01 WS-CO-CHECK-DISP   PIC Z(7)9.
       01 WS-CO-BALANCE      PIC 9(9)V99 VALUE ZERO.
       01 WS-CO-OVERPAY      PIC 9(9)V99 VALUE ZERO.
       01 WS-CO-ESCROW       PIC S9(9)V99 VALUE ZERO.
       01 WS-CO-SUSPENSE     PIC 9(9)V99 VALUE ZERO.
       01 WS-CO-FEES         PIC 9(7)V99 VALUE ZERO.
       01 WS-CO-REFUND       PIC 9(9)V99 VALUE ZERO.
       01 WS-CO-PAID-DATE    PIC X(8) VALUE SPACES.
       01 WS-CO-READ         PIC 9(7) VALUE ZERO.
       01 WS-CO-CLOSED       PIC 9(7) VALUE ZERO.
       01 WS-CO-CHECKS       PIC 9(7) VALUE ZERO.
       01 WS-CO-HELD         PIC 9(7) VALUE ZERO.
       01 WS-CO-NOADDR       PIC 9(7) VALUE ZERO.
       01 WS-CO-REFUND-SUM   PIC 9(13)V99 VALUE ZERO.
       01 WS-CO-OVERPAY-SUM  PIC 9(13)V99 VALUE ZERO.
       01 WS-CO-ESCROW-SUM   PIC 9(13)V99 VALUE ZERO.
       01 WS-CO-SUSPENSE-SUM PIC 9(13)V99 VALUE ZERO.
       01 WS-AGE-CLOSED-CNT  PIC 9(5) VALUE ZERO.
       01 WS-BIL-CLOSED-CNT  PIC 9(7) VALUE ZERO.
       01 WS-LC-CLOSED-CNT   PIC 9(7) VALUE ZERO.

       01 WS-NA-THRESHOLD    PIC 9(4) VALUE 4.
       01 WS-NA-ANSWER       PIC X(4) VALUE SPACES.
       01 WS-NA-UPDATE       PIC X VALUE 'N'.
       01 WS-NA-SET-CNT      PIC 9(5) VALUE ZERO.
       01 WS-NA-CLEAR-CNT    PIC 9(5) VALUE ZERO.
       01 WS-NA-CNT          PIC 9(5) VALUE ZERO.
       01 WS-NA-BAL          PIC 9(13)V99 VALUE ZERO.
       01 WS-AGE-CHGOFF-CNT  PIC 9(5) VALUE ZERO.
       01 WS-BIL-INT         PIC 9(9)V99 VALUE ZERO.
       01 WS-BIL-INT-SUM     PIC 9(13)V99 VALUE ZERO.
       01 WS-BIL-NA-CNT      PIC 9(7) VALUE ZERO.
       01 WS-BIL-NA-INT      PIC 9(13)V99 VALUE ZERO.
       01 WS-CHG-ANSWER      PIC X VALUE SPACE.
       01 WS-CHG-PRINCIPAL   PIC 9(9)V99 VALUE ZERO.
       01 WS-CHG-SUSPENSE    PIC 9(9)V99 VALUE ZERO.
       01 WS-CHG-FEES        PIC 9(7)V99 VALUE ZERO.
       01 WS-CHG-AMOUNT      PIC S9(9)V99 VALUE ZERO.

       01 WS-ACR-DATE        PIC X(8) VALUE SPACES.
       01 WS-ACR-DATE-INT    PIC 9(8) VALUE ZERO.
       01 WS-ACR-REV-DATE    PIC 9(8) VALUE ZERO.
       01 WS-ACR-READ        PIC 9(5) VALUE ZERO.
       01 WS-ACR-CNT         PIC 9(5) VALUE ZERO.
       01 WS-ACR-ZERO-CNT    PIC 9(5) VALUE ZERO.
       01 WS-ACR-SKIP-CNT    PIC 9(5) VALUE ZERO.
       01 WS-ACR-NA-CNT      PIC 9(5) VALUE ZERO.
       01 WS-ACR-NODATE-CNT  PIC 9(5) VALUE ZERO.
       01 WS-ACR-F-CNT       PIC 9(5) VALUE ZERO.
       01 WS-ACR-A-CNT       PIC 9(5) VALUE ZERO.
       01 WS-ACR-F-BAL       PIC 9(13)V99 VALUE ZERO.
       01 WS-ACR-A-BAL       PIC 9(13)V99 VALUE ZERO.
       01 WS-ACR-F-INT       PIC 9(11)V99 VALUE ZERO.
       01 WS-ACR-A-INT       PIC 9(11)V99 VALUE ZERO.
       01 WS-ACR-TOT-INT     PIC 9(11)V99 VALUE ZERO.
       01 WS-ACR-TOT-BAL     PIC 9(13)V99 VALUE ZERO.
       01 WS-ACR-REV-AMT     PIC S9(11)V99 VALUE ZERO.
       01 WS-ACR-RATE-DISP   PIC Z9.9999.

       01 WS-ACH-FILE-NAME   PIC X(40) VALUE 'ANNUITY.ACH'.
       01 WS-ACH-STATUS      PIC XX VALUE '00'.
       01 WS-ACH-FOUND       PIC X VALUE 'N'.
       01 WS-ACH-ACTIVE      PIC X VALUE 'N'.
       01 WS-ACH-ANSWER      PIC X(17) VALUE SPACES.
       01 WS-ACH-UPD-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-ACH-ABA         PIC X(9) VALUE SPACES.
       01 WS-ACH-ABA-DIGITS REDEFINES WS-ACH-ABA.
           05 WS-ACH-ABA-D   PIC 9 OCCURS 9 TIMES.
       01 WS-ACH-ABA-SUM     PIC 9(4) VALUE ZERO.
       01 WS-ACH-DATE-INT    PIC 9(8) VALUE ZERO.
       01 WS-ACH-RUN-INT     PIC 9(8) VALUE ZERO.
       01 WS-ACH-EFF-DATE    PIC X(8) VALUE SPACES.
       01 WS-ACH-EFF-DATE-N REDEFINES WS-ACH-EFF-DATE PIC 9(8).
       01 WS-ACH-EFF-INT     PIC 9(8) VALUE ZERO.
       01 WS-ACH-RETURN-LIMIT PIC 99 VALUE 2.
       01 WS-ACH-CNT         PIC 9(7) VALUE ZERO.
       01 WS-ACH-TOTAL       PIC 9(13)V99 VALUE ZERO.
       01 WS-ACH-SKIP-CNT    PIC 9(7) VALUE ZERO.
       01 WS-ACH-HELD-CNT    PIC 9(7) VALUE ZERO.
       01 WS-ACH-AMT-EDIT    PIC 9(6).99.
       01 WS-AWK-FILE-NAME   PIC X(40) VALUE 'ANNUITY.ACHWORK'.
       01 WS-AWK-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-AWK         PIC X VALUE 'N'.

       01 WS-NCH-FILE-NAME   PIC X(40) VALUE SPACES.
       01 WS-NCH-STATUS      PIC XX VALUE '00'.
       01 WS-NCH-IMMED-DEST  PIC X(10) VALUE ' 091000019'.
       01 WS-NCH-IMMED-ORIG  PIC X(10) VALUE '1410000001'.
       01 WS-NCH-DEST-NAME   PIC X(23) VALUE 'ORIGINATING DFI'.
       01 WS-NCH-ORIG-NAME   PIC X(23) VALUE 'EMILYS ANNUITY'.
       01 WS-NCH-COMPANY-NAME PIC X(16) VALUE 'EMILYS ANNUITY'.
       01 WS-NCH-COMPANY-ID  PIC X(10) VALUE '1410000001'.
       01 WS-NCH-ODFI-ID     PIC X(8) VALUE '09100001'.
       01 WS-NCH-PREV-DATE   PIC X(8) VALUE SPACES.
       01 WS-NCH-REC-CNT     PIC 9(8) VALUE ZERO.
       01 WS-NCH-BATCH-CNT   PIC 9(6) VALUE ZERO.
       01 WS-NCH-BATCH-NO    PIC 9(7) VALUE ZERO.
       01 WS-NCH-TRACE-SEQ   PIC 9(7) VALUE ZERO.
       01 WS-NCH-B-ENTRIES   PIC 9(6) VALUE ZERO.
       01 WS-NCH-B-HASH      PIC 9(12) VALUE ZERO.
       01 WS-NCH-B-DEBIT     PIC 9(10)V99 VALUE ZERO.
       01 WS-NCH-F-ENTRIES   PIC 9(8) VALUE ZERO.
       01 WS-NCH-F-HASH      PIC 9(12) VALUE ZERO.
       01 WS-NCH-F-DEBIT     PIC 9(10)V99 VALUE ZERO.
       01 WS-NCH-RDFI-N      PIC 9(8) VALUE ZERO.
       01 WS-NCH-BLOCK-CNT   PIC 9(6) VALUE ZERO.
       01 WS-NCH-PAD         PIC 9(2) VALUE ZERO.
       01 WS-NCH-HASH-DISP   PIC 9(10) VALUE ZERO.

       01 WS-ART-FILE-NAME   PIC X(40) VALUE SPACES.
       01 WS-ART-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-ART         PIC X VALUE 'N'.
       01 WS-ART-PENDING     PIC X VALUE 'N'.
       01 WS-ART-LOAN-ID     PIC X(6) VALUE SPACES.
       01 WS-ART-AMOUNT      PIC 9(8)V99 VALUE ZERO.
       01 WS-ART-TRACE       PIC X(15) VALUE SPACES.
       01 WS-ART-REASON      PIC X(3) VALUE SPACES.
       01 WS-ART-ORIG-TRACE  PIC X(15) VALUE SPACES.
       01 WS-ART-DRAFT-REF   PIC X(10) VALUE SPACES.
       01 WS-ART-CNT         PIC 9(5) VALUE ZERO.
       01 WS-ART-RVS-CNT     PIC 9(5) VALUE ZERO.
       01 WS-ART-NOENR-CNT   PIC 9(5) VALUE ZERO.
       01 WS-ART-BAD-CNT     PIC 9(5) VALUE ZERO.
       01 WS-ART-TOTAL       PIC 9(11)V99 VALUE ZERO.

       01 WS-LBX-FILE-NAME   PIC X(40) VALUE SPACES.
       01 WS-LBX-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-LBX         PIC X VALUE 'N'.
       01 WS-LBB-FILE-NAME   PIC X(40) VALUE 'ANNUITY.LBXBATCH'.
       01 WS-LBB-STATUS      PIC XX VALUE '00'.
       01 WS-DUP-FILE-NAME   PIC X(40) VALUE 'ANNUITY.LBXDUP'.
       01 WS-DUP-STATUS      PIC XX VALUE '00'.
       01 WS-DUP-FOUND       PIC X VALUE 'N'.
       01 WS-EXC-FILE-NAME   PIC X(40) VALUE SPACES.
       01 WS-EXC-STATUS      PIC XX VALUE '00'.
       01 WS-LBX-IN-BATCH    PIC X VALUE 'N'.
       01 WS-LBX-CUR-BATCH   PIC X(6) VALUE SPACES.
       01 WS-LBX-CUR-STATUS  PIC X VALUE SPACE.
       01 WS-LBX-SAVE-TRL-CNT PIC 9(5) VALUE ZERO.
       01 WS-LBX-SAVE-TRL-TOT PIC 9(10)V99 VALUE ZERO.
       01 WS-LBX-DEP-DATE    PIC X(8) VALUE SPACES.
       01 WS-LBX-B-CNT       PIC 9(5) VALUE ZERO.
       01 WS-LBX-B-SUM       PIC 9(10)V99 VALUE ZERO.
       01 WS-LBX-B-BAD       PIC X VALUE 'N'.
       01 WS-LBX-AMOUNT      PIC 9(8)V99 VALUE ZERO.
       01 WS-LBX-REASON      PIC X(30) VALUE SPACES.
       01 WS-LBX-MATCHED     PIC X VALUE 'N'.
       01 WS-LBX-BATCH-CNT   PIC 9(5) VALUE ZERO.
       01 WS-LBX-BAL-CNT     PIC 9(5) VALUE ZERO.
       01 WS-LBX-UNBAL-CNT   PIC 9(5) VALUE ZERO.
       01 WS-LBX-BANK-TOTAL  PIC 9(11)V99 VALUE ZERO.
       01 WS-LBX-ACC-CNT     PIC 9(7) VALUE ZERO.
       01 WS-LBX-ACC-SUM     PIC 9(11)V99 VALUE ZERO.
       01 WS-LBX-REJ-CNT     PIC 9(7) VALUE ZERO.
       01 WS-LBX-REJ-SUM     PIC 9(11)V99 VALUE ZERO.
       01 WS-LBX-DUP-CNT     PIC 9(7) VALUE ZERO.
       01 WS-LBX-NOMATCH-CNT PIC 9(7) VALUE ZERO.
       01 WS-LBX-OTHER-CNT   PIC 9(7) VALUE ZERO.
       01 WS-LBX-DIFF        PIC S9(11)V99 VALUE ZERO.
       01 WS-LBX-MAX-AMT     PIC 9(8)V99 VALUE 999999.99.

       01 WS-M2-FILE-NAME    PIC X(40) VALUE SPACES.
       01 WS-M2-STATUS       PIC XX VALUE '00'.
       01 WS-M2-IDENT-NO     PIC X(20) VALUE 'EMILYSANN1'.
       01 WS-M2-EQUIFAX-ID   PIC X(10) VALUE SPACES.
       01 WS-M2-EXPERIAN-ID  PIC X(5) VALUE SPACES.
       01 WS-M2-TRANSUNION-ID PIC X(10) VALUE SPACES.
       01 WS-M2-INNOVIS-ID   PIC X(10) VALUE SPACES.
       01 WS-M2-REPORTER-NAME PIC X(40) VALUE 'EMILYS ANNUITY'.
       01 WS-M2-REPORTER-ADDR PIC X(96) VALUE SPACES.
       01 WS-M2-REPORTER-PHONE PIC X(10) VALUE '0000000000'.
       01 WS-M2-PROGRAM-DATE PIC X(8) VALUE '01012024'.
       01 WS-M2-PORTFOLIO    PIC X VALUE 'M'.
       01 WS-M2-ACCT-TYPE    PIC X(2) VALUE '26'.
       01 WS-M2-DATE-IN      PIC X(8) VALUE SPACES.
       01 WS-M2-DATE-OUT     PIC X(8) VALUE SPACES.
       01 WS-M2-DATE-INT     PIC 9(8) VALUE ZERO.
       01 WS-M2-STATUS-CODE  PIC X(2) VALUE SPACES.
       01 WS-M2-HIST-CODE    PIC X VALUE SPACE.
       01 WS-M2-IX-CODE      PIC 9 VALUE ZERO.
       01 WS-M2-DAYS-LATE    PIC 9(5) VALUE ZERO.
       01 WS-M2-REPORT-BAL   PIC 9(9)V99 VALUE ZERO.
       01 WS-M2-PAST-DUE-AMT PIC 9(9)V99 VALUE ZERO.
       01 WS-M2-MONTHLY-PAY  PIC 9(9)V99 VALUE ZERO.
       01 WS-M2-SKIP-REASON  PIC X(30) VALUE SPACES.
       01 WS-M2-NAME-1       PIC X(30) VALUE SPACES.
       01 WS-M2-NAME-2       PIC X(30) VALUE SPACES.
       01 WS-M2-NAME-3       PIC X(30) VALUE SPACES.
       01 WS-M2-NAME-WORK    PIC X(30) VALUE SPACES.
       01 WS-M2-COMMA-CNT    PIC 9(2) VALUE ZERO.
       01 WS-M2-BASE-CNT     PIC 9(7) VALUE ZERO.
       01 WS-M2-SKIP-CNT     PIC 9(7) VALUE ZERO.
       01 WS-M2-NODATE-CNT   PIC 9(7) VALUE ZERO.
       01 WS-M2-PRIOR-CNT    PIC 9(7) VALUE ZERO.
       01 WS-M2-TOT-BAL      PIC 9(13)V99 VALUE ZERO.
       01 WS-M2-IX           PIC 9(2) VALUE ZERO.
       01 WS-M2-CODE-VALUES.
           05 FILLER PIC X(18) VALUE '117178808283841397'.
       01 WS-M2-CODE-TABLE REDEFINES WS-M2-CODE-VALUES.
           05 WS-M2-CODE         PIC X(2) OCCURS 9 TIMES.
       01 WS-M2-LABEL-VALUES.
           05 FILLER PIC X(24) VALUE '11 CURRENT              '.
           05 FILLER PIC X(24) VALUE '71 30-59 DAYS PAST DUE  '.
           05 FILLER PIC X(24) VALUE '78 60-89 DAYS PAST DUE  '.
           05 FILLER PIC X(24) VALUE '80 90-119 DAYS PAST DUE '.
           05 FILLER PIC X(24) VALUE '82 120-149 DAYS PAST DUE'.
           05 FILLER PIC X(24) VALUE '83 150-179 DAYS PAST DUE'.
           05 FILLER PIC X(24) VALUE '84 180+ DAYS PAST DUE   '.
           05 FILLER PIC X(24) VALUE '13 PAID IN FULL/CLOSED  '.
           05 FILLER PIC X(24) VALUE '97 CHARGED OFF          '.
       01 WS-M2-LABEL-TABLE REDEFINES WS-M2-LABEL-VALUES.
           05 WS-M2-LABEL        PIC X(24) OCCURS 9 TIMES.
       01 WS-M2-TOTALS.
           05 WS-M2-CNT          PIC 9(7) OCCURS 9 TIMES.
           05 WS-M2-BAL          PIC 9(13)V99 OCCURS 9 TIMES.

       01 WS-PTC-FILE-NAME   PIC X(40) VALUE 'ANNUITY.PARTIC'.
       01 WS-PTC-STATUS      PIC XX VALUE '00'.
       01 WS-PTC-FOUND       PIC X VALUE 'N'.
       01 WS-EOF-PTC         PIC X VALUE 'N'.
       01 WS-IVW-FILE-NAME   PIC X(40) VALUE 'ANNUITY.INVWORK'.
       01 WS-IVW-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-IVW         PIC X VALUE 'N'.
       01 WS-WIR-FILE-NAME   PIC X(40) VALUE SPACES.
       01 WS-WIR-STATUS      PIC XX VALUE '00'.
       01 WS-INV-ANSWER      PIC X(17) VALUE SPACES.
       01 WS-INV-INVESTOR-ID PIC X(6) VALUE SPACES.
       01 WS-INV-UPD-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-INV-OTHER-PCT   PIC 9(5)V9(4) VALUE ZERO.
       01 WS-INV-NEW-PCT     PIC 9(5)V9(4) VALUE ZERO.
       01 WS-INV-MAX-PCT     PIC 9(3)V9(4) VALUE 100.
       01 WS-INV-NOTE-RATE   PIC 99V9(4) VALUE ZERO.
       01 WS-INV-PCT-DISP    PIC ZZ9.9999.
       01 WS-INV-RATE-DISP   PIC Z9.9999.
       01 WS-INV-SVC-DISP    PIC Z9.9999.
       01 WS-INV-FROM-DATE   PIC X(8) VALUE SPACES.
       01 WS-INV-THRU-DATE   PIC X(8) VALUE SPACES.
       01 WS-INV-DATE-INT    PIC 9(8) VALUE ZERO.
       01 WS-INV-DATE-N      PIC 9(8) VALUE ZERO.
       01 WS-INV-LOAN-READ   PIC X VALUE 'N'.
       01 WS-INV-PASS-RATIO  PIC 9V9(8) VALUE ZERO.
       01 WS-INV-SVC-RATIO   PIC 9V9(8) VALUE ZERO.
       01 WS-INV-GLX-PRIN    PIC S9(9)V99 VALUE ZERO.
       01 WS-INV-GLX-INT     PIC S9(9)V99 VALUE ZERO.
       01 WS-INV-SH-PRIN     PIC S9(9)V99 VALUE ZERO.
       01 WS-INV-SH-INT      PIC S9(9)V99 VALUE ZERO.
       01 WS-INV-SH-INV-INT  PIC S9(9)V99 VALUE ZERO.
       01 WS-INV-SH-SVC      PIC S9(9)V99 VALUE ZERO.
       01 WS-INV-SH-EXCESS   PIC S9(9)V99 VALUE ZERO.
       01 WS-INV-REMIT       PIC S9(10)V99 VALUE ZERO.
       01 WS-INV-PREV-ID     PIC X(6) VALUE SPACES.
       01 WS-INV-I-PRIN      PIC S9(11)V99 VALUE ZERO.
       01 WS-INV-I-INT       PIC S9(11)V99 VALUE ZERO.
       01 WS-INV-I-SVC       PIC S9(11)V99 VALUE ZERO.
       01 WS-INV-I-LOANS     PIC 9(5) VALUE ZERO.
       01 WS-INV-GLX-READ    PIC 9(7) VALUE ZERO.
       01 WS-INV-GLX-USED    PIC 9(7) VALUE ZERO.
       01 WS-INV-PTC-LOANS   PIC 9(7) VALUE ZERO.
       01 WS-INV-INVESTORS   PIC 9(5) VALUE ZERO.
       01 WS-INV-NEG-CNT     PIC 9(5) VALUE ZERO.
       01 WS-INV-TOT-PRIN    PIC S9(11)V99 VALUE ZERO.
       01 WS-INV-TOT-INT     PIC S9(11)V99 VALUE ZERO.
       01 WS-INV-TOT-COLL    PIC S9(11)V99 VALUE ZERO.
       01 WS-INV-TOT-INV-PRIN PIC S9(11)V99 VALUE ZERO.
       01 WS-INV-TOT-INV-INT PIC S9(11)V99 VALUE ZERO.
       01 WS-INV-TOT-SVC     PIC S9(11)V99 VALUE ZERO.
       01 WS-INV-TOT-EXCESS  PIC S9(11)V99 VALUE ZERO.
       01 WS-INV-TOT-OWNED   PIC S9(11)V99 VALUE ZERO.
       01 WS-INV-TOT-WIRED   PIC S9(11)V99 VALUE ZERO.
       01 WS-INV-TOT-SUM     PIC S9(11)V99 VALUE ZERO.
       01 WS-INV-TIE-DIFF    PIC S9(11)V99 VALUE ZERO.
       01 WS-INV-AMT1-DISP   PIC $Z(8)9.99-.
       01 WS-INV-AMT2-DISP   PIC $Z(8)9.99-.
       01 WS-INV-AMT3-DISP   PIC $Z(8)9.99-.
       01 WS-INV-AMT4-DISP   PIC $Z(8)9.99-.
       01 WS-OPR-FILE-NAME   PIC X(40) VALUE 'ANNUITY.OPERATOR'.
       01 WS-OPR-STATUS      PIC XX VALUE '00'.
       01 WS-OPR-FOUND       PIC X VALUE 'N'.
       01 WS-OPR-BOOTSTRAP   PIC X VALUE 'N'.
       01 WS-OPR-MAX-MODE    PIC 99 VALUE 33.
       01 WS-OPR-WAIVE-LIMIT PIC 9(7)V99 VALUE ZERO.
       01 WS-OPR-RATE-OK     PIC X VALUE 'N'.
       01 WS-OPR-MAINT-ID    PIC X(8) VALUE SPACES.
       01 WS-OPR-ANSWER      PIC X(30) VALUE SPACES.
       01 WS-OPR-MODE-NO     PIC 99 VALUE ZERO.
       01 WS-OPR-IX          PIC 99 VALUE ZERO.
       01 WS-OPR-UPD-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-OPR-GRANT       PIC X VALUE 'N'.
       01 WS-OPR-PTR         PIC 9(3) VALUE 1.
       01 WS-OPR-MODE-LIST   PIC X(120) VALUE SPACES.
       01 WS-OPR-LIMIT-DISP  PIC $Z(6)9.99.
       01 WS-SEC-FILE-NAME   PIC X(40) VALUE 'ANNUITY.SECLOG'.
       01 WS-SEC-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SEC         PIC X VALUE 'N'.
       01 WS-SEC-FUNCTION    PIC X(20) VALUE SPACES.
       01 WS-SEC-REASON      PIC X(40) VALUE SPACES.
       01 WS-SEC-LOAN-ID     PIC X(6) VALUE SPACES.
       01 WS-SEC-AMOUNT      PIC S9(9)V99 VALUE ZERO.
       01 WS-SEC-RPT-DATE    PIC X(8) VALUE SPACES.
       01 WS-SEC-DATE-INT    PIC 9(8) VALUE ZERO.
       01 WS-SEC-READ        PIC 9(7) VALUE ZERO.
       01 WS-SEC-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-SEC-SIGNON-CNT  PIC 9(7) VALUE ZERO.
       01 WS-SEC-FUNC-CNT    PIC 9(7) VALUE ZERO.
       01 WS-SEC-TIME-DISP   PIC X(8) VALUE SPACES.
       01 WS-SEC-MODE-DISP   PIC Z9.
       01 WS-BKI-FILE-NAME   PIC X(40) VALUE 'ANNUITY.BKOIMAGE'.
       01 WS-BKI-STATUS      PIC XX VALUE '00'.
       01 WS-BKI-OPEN        PIC X VALUE 'N'.
       01 WS-BKW-FILE-NAME   PIC X(40) VALUE 'ANNUITY.BKOWORK'.
       01 WS-BKW-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-BKW         PIC X VALUE 'N'.
       01 WS-BKO-SNAP.
           05 WS-BKO-SNAP-BALANCE   PIC 9(9)V99 VALUE ZERO.
           05 WS-BKO-SNAP-PAID-THRU PIC 9(4) VALUE ZERO.
           05 WS-BKO-SNAP-SUSPENSE  PIC 9(9)V99 VALUE ZERO.
           05 WS-BKO-SNAP-ESCROW    PIC S9(9)V99 VALUE ZERO.
           05 WS-BKO-SNAP-LATE-FEE  PIC 9(7)V99 VALUE ZERO.
           05 WS-BKO-SNAP-OVERPAY   PIC 9(9)V99 VALUE ZERO.
           05 WS-BKO-SNAP-STATUS    PIC X VALUE 'A'.
           05 WS-BKO-SNAP-STAT-DATE PIC X(8) VALUE SPACES.
       01 WS-BKO-RUN         PIC X(14) VALUE SPACES.
       01 WS-BKO-SUPERVISOR  PIC X(8) VALUE SPACES.
       01 WS-BKO-LOAN-OK     PIC X VALUE 'N'.
       01 WS-BKO-CLAMPED     PIC X VALUE 'N'.
       01 WS-BKO-OLD-BAL     PIC S9(9)V99 VALUE ZERO.
       01 WS-BKO-OLD-PT      PIC S9(5) VALUE ZERO.
       01 WS-BKO-OLD-SUSP    PIC S9(9)V99 VALUE ZERO.
       01 WS-BKO-OLD-ESC     PIC S9(9)V99 VALUE ZERO.
       01 WS-BKO-OLD-FEE     PIC S9(9)V99 VALUE ZERO.
       01 WS-BKO-OLD-OVER    PIC S9(9)V99 VALUE ZERO.
       01 WS-BKO-OLD-STATUS  PIC X VALUE SPACE.
       01 WS-BKO-NEW-BAL     PIC S9(9)V99 VALUE ZERO.
       01 WS-BKO-NEW-PT      PIC S9(5) VALUE ZERO.
       01 WS-BKO-NEW-SUSP    PIC S9(9)V99 VALUE ZERO.
       01 WS-BKO-NEW-ESC     PIC S9(9)V99 VALUE ZERO.
       01 WS-BKO-NEW-FEE     PIC S9(9)V99 VALUE ZERO.
       01 WS-BKO-NEW-OVER    PIC S9(9)V99 VALUE ZERO.
       01 WS-BKO-NEW-STATUS  PIC X VALUE SPACE.
       01 WS-BKO-DELTA       PIC S9(9)V99 VALUE ZERO.
       01 WS-BKO-PT-DELTA    PIC S9(5) VALUE ZERO.
       01 WS-BKO-TRAN-READ   PIC 9(7) VALUE ZERO.
       01 WS-BKO-TRAN-CNT    PIC 9(7) VALUE ZERO.
       01 WS-BKO-GLX-READ    PIC 9(7) VALUE ZERO.
       01 WS-BKO-GLX-CNT     PIC 9(7) VALUE ZERO.
       01 WS-BKO-LOAN-CNT    PIC 9(5) VALUE ZERO.
       01 WS-BKO-DONE-CNT    PIC 9(5) VALUE ZERO.
       01 WS-BKO-REFUSED-CNT PIC 9(5) VALUE ZERO.
       01 WS-BKO-SKIP-CNT    PIC 9(5) VALUE ZERO.
       01 WS-BKO-OVERRIDE-CNT PIC 9(5) VALUE ZERO.
       01 WS-BKO-TRAN-OFF    PIC 9(7) VALUE ZERO.
       01 WS-BKO-GLX-OFF     PIC 9(7) VALUE ZERO.
       01 WS-BKO-GLX-OPEN    PIC X VALUE 'N'.
       01 WS-BKO-GL-NEEDED   PIC X VALUE 'N'.
       01 WS-BKO-LABEL       PIC X(16) VALUE SPACES.
       01 WS-BKO-ITEM        PIC 9(5) VALUE ZERO.
       01 WS-BKO-GLX-FOUND   PIC X VALUE 'N'.
       01 WS-BKO-PT1-DISP    PIC ZZZZ9-.
       01 WS-BKO-PT2-DISP    PIC ZZZZ9-.
       01 WS-CQ-FILE-NAME    PIC X(40) VALUE 'ANNUITY.COLQUEUE'.
       01 WS-CQ-STATUS       PIC XX VALUE '00'.
       01 WS-EOF-CQ          PIC X VALUE 'N'.
       01 WS-CA-FILE-NAME    PIC X(40) VALUE 'ANNUITY.COLACT'.
       01 WS-CA-STATUS       PIC XX VALUE '00'.
       01 WS-EOF-CA          PIC X VALUE 'N'.
       01 WS-EOF-OPR         PIC X VALUE 'N'.
       01 WS-COL-BUILD       PIC X VALUE 'N'.
       01 WS-COL-ACT-OPEN    PIC X VALUE 'N'.
       01 WS-COL-QUEUE-OPEN  PIC X VALUE 'N'.
       01 WS-COL-COLLECTOR-CNT PIC 9(3) VALUE ZERO.
       01 WS-COL-IX          PIC 9(3) VALUE ZERO.
       01 WS-COL-PICK        PIC 9(3) VALUE ZERO.
       01 WS-COL-TABLE.
           05 WS-COL-ENTRY OCCURS 50.
              10 WS-COL-ID          PIC X(8).
              10 WS-COL-ASSIGNED    PIC 9(5).
       01 WS-COL-LOAN-ID     PIC X(6) VALUE SPACES.
       01 WS-COL-DAYS        PIC 9(5) VALUE ZERO.
       01 WS-COL-RANK        PIC 9(5) VALUE ZERO.
       01 WS-COL-BROKEN      PIC X VALUE 'N'.
       01 WS-COL-PROMISE-DATE PIC X(8) VALUE SPACES.
       01 WS-COL-LAST-COLLECTOR PIC X(8) VALUE SPACES.
       01 WS-COL-LAST-SEQ    PIC 9(5) VALUE ZERO.
       01 WS-COL-OPEN-SEQ    PIC 9(5) VALUE ZERO.
       01 WS-COL-SCAN-DONE   PIC X VALUE 'N'.
       01 WS-COL-SHOW-HIST   PIC X VALUE 'N'.
       01 WS-COL-HIST-CNT    PIC 9(5) VALUE ZERO.
       01 WS-COL-QUEUE-FOUND PIC X VALUE 'N'.
       01 WS-COL-ANSWER      PIC X(40) VALUE SPACES.
       01 WS-COL-CONTACT     PIC X VALUE SPACE.
       01 WS-COL-RESULT      PIC XX VALUE SPACES.
       01 WS-COL-PROMISE-AMT PIC 9(9)V99 VALUE ZERO.
       01 WS-COL-PROMISE-IN  PIC X(8) VALUE SPACES.
       01 WS-COL-FOLLOW-IN   PIC X(8) VALUE SPACES.
       01 WS-COL-NOTE        PIC X(40) VALUE SPACES.
       01 WS-COL-TODAY-INT   PIC 9(8) VALUE ZERO.
       01 WS-COL-DATE-INT    PIC 9(8) VALUE ZERO.
       01 WS-COL-QUEUE-CNT   PIC 9(5) VALUE ZERO.
       01 WS-COL-QUEUE-BAL   PIC 9(11)V99 VALUE ZERO.
       01 WS-COL-BROKEN-CNT  PIC 9(5) VALUE ZERO.
       01 WS-COL-UNASSIGNED-CNT PIC 9(5) VALUE ZERO.
       01 WS-COL-MINE-CNT    PIC 9(5) VALUE ZERO.
       01 WS-COL-ENTRY-CNT   PIC 9(5) VALUE ZERO.
       01 WS-COL-PROMISE-CNT PIC 9(5) VALUE ZERO.
       01 WS-COL-TRAN-READ   PIC 9(7) VALUE ZERO.
       01 WS-COL-PA-CNT      PIC 9(7) VALUE ZERO.
       01 WS-COL-OPEN-CNT    PIC 9(5) VALUE ZERO.
       01 WS-COL-KEPT-CNT    PIC 9(5) VALUE ZERO.
       01 WS-COL-BRK-CNT     PIC 9(5) VALUE ZERO.
       01 WS-COL-PEND-CNT    PIC 9(5) VALUE ZERO.
       01 WS-COL-KEPT-TOT    PIC 9(11)V99 VALUE ZERO.
       01 WS-COL-BRK-TOT     PIC 9(11)V99 VALUE ZERO.
       01 WS-COL-PEND-TOT    PIC 9(11)V99 VALUE ZERO.
       01 WS-COL-DAYS-DISP   PIC ZZZZ9.
       01 WS-COL-RANK-DISP   PIC ZZZZ9.
       01 WS-COL-TOT-DISP    PIC $Z(10)9.99.
       01 WS-COL-FLAG-TEXT   PIC X(24) VALUE SPACES.
      *-------------------------
       PROCEDURE DIVISION.
      *-------------------------
           DISPLAY '  3 = RECONCILE AUDIT LOG'
           DISPLAY '  4 = LOAN INQUIRY / MAINTENANCE'
           DISPLAY '  5 = POST PAYMENT RECEIPTS'
           DISPLAY '  6 = DELINQUENCY AGING / COLLECTIONS QUEUE'
           DISPLAY '  7 = REORGANIZE LOAN MASTER FILE'
           DISPLAY '  8 = YEAR-END INTEREST STATEMENTS'
           DISPLAY '  9 = PAYOFF QUOTE'
           DISPLAY ' 17 = LATE CHARGE ASSESSMENT'
           DISPLAY ' 18 = MONTHLY BILLING STATEMENTS'
           DISPLAY ' 19 = CONVERSION LOAD OF SEASONED LOANS'
           DISPLAY ' 20 = PAID-IN-FULL CLOSE-OUT'
           DISPLAY ' 21 = LOAN CHARGE-OFF'
           DISPLAY ' 22 = MONTH-END INTEREST ACCRUAL'
           DISPLAY ' 23 = ACH AUTO-DEBIT ENROLLMENT MAINTENANCE'
           DISPLAY ' 24 = ACH RETURN FILE INTAKE'
           DISPLAY ' 25 = LOCKBOX PAYMENT FILE IMPORT'
           DISPLAY ' 26 = METRO 2 CREDIT BUREAU REPORTING'
           DISPLAY ' 27 = INVESTOR PARTICIPATION MAINTENANCE'
           DISPLAY ' 28 = MONTHLY INVESTOR REMITTANCE'
           DISPLAY ' 29 = OPERATOR AUTHORITY MAINTENANCE'
           DISPLAY ' 30 = DAILY SECURITY VIOLATION REPORT'
           DISPLAY ' 31 = RUN BACKOUT BY RUN-ID'
           DISPLAY ' 32 = COLLECTOR CONTACT ENTRY'
           DISPLAY ' 33 = NIGHTLY PROMISE-TO-PAY MATCH'
           ACCEPT MODE-SELECT.
           IF MODE-SELECT < 1 OR MODE-SELECT > 33
               DISPLAY 'INVALID SELECTION'
               GO TO MODE-SELECT-PROMPT
           END-IF.
           IF MODE-SELECT = 19
               GO TO CONVERSION-START
           END-IF.
           IF MODE-SELECT = 20
               GO TO CLOSEOUT-START
           END-IF.
           IF MODE-SELECT = 21
               GO TO CHARGEOFF-START
           END-IF.
           IF MODE-SELECT = 22
               GO TO ACCRUAL-START
           END-IF.
           IF MODE-SELECT = 23
               GO TO ACH-MAINT-START
           END-IF.
           IF MODE-SELECT = 24
               GO TO ACH-RETURN-START
           END-IF.
           IF MODE-SELECT = 25
               GO TO LOCKBOX-START
           END-IF.
           IF MODE-SELECT = 26
               GO TO CREDIT-REPORT-START
           END-IF.
           IF MODE-SELECT = 27
               GO TO INVESTOR-MAINT-START
           END-IF.
           IF MODE-SELECT = 28
               GO TO INVESTOR-REMIT-START
           END-IF.
           IF MODE-SELECT = 29
               GO TO OPERATOR-MAINT-START
           END-IF.
           IF MODE-SELECT = 30
               GO TO SECURITY-REPORT-START
           END-IF.
           IF MODE-SELECT = 31
               GO TO BACKOUT-START
           END-IF.
           IF MODE-SELECT = 32
               GO TO COLLECT-ENTRY-START
           END-IF.
           IF MODE-SELECT = 33
               GO TO PROMISE-MATCH-START
           END-IF.

       INPUT-ZERO SECTION.
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY.
           DISPLAY 'INPUT ACCOUNT NUMBER.'
           ACCEPT WS-CURRENT-LOAN-ID
           IF WS-CURRENT-LOAN-ID = SPACES
               MOVE WS-TRN-BALANCE     TO TRN-BALANCE
               MOVE WS-OPERATOR-ID     TO TRN-OPERATOR
               MOVE WS-RUN-ID          TO TRN-RUN-ID
               MOVE WS-TRN-REFERENCE   TO TRN-REFERENCE
               MOVE WS-TRN-ORIGIN-RUN  TO TRN-ORIGIN-RUN-ID
               WRITE TRAN-RECORD
               CLOSE TRAN-FILE
           END-IF
           MOVE SPACES TO WS-TRN-REFERENCE
           MOVE SPACES TO WS-TRN-ORIGIN-RUN.

       OPEN-MASTER-FOR-UPDATE SECTION.
           OPEN I-O LOAN-MASTER-FILE
               MOVE ZERO TO LM-ESCROW-BAL-N
               MOVE ZERO TO LM-LATE-FEE-N
           END-IF
           IF WS-INQUIRY-FOUND = 'Y'
               MOVE WS-FND-STATUS      TO LM-LOAN-STATUS
               MOVE WS-FND-STATUS-DATE TO LM-STATUS-DATE
               MOVE WS-FND-OVERPAY     TO LM-OVERPAY-N
               MOVE WS-FND-NONACCRUAL  TO LM-NONACCRUAL
               MOVE WS-FND-NONACCR-DATE TO LM-NONACCR-DATE
               MOVE WS-FND-CHGOFF      TO LM-CHGOFF-BAL-N
               MOVE WS-FND-RECOVERED   TO LM-RECOVERED-N
           ELSE
               MOVE 'A'                TO LM-LOAN-STATUS
               MOVE WS-RUN-ID(1:8)     TO LM-STATUS-DATE
               MOVE ZERO               TO LM-OVERPAY-N
               MOVE 'N'                TO LM-NONACCRUAL
               MOVE SPACES             TO LM-NONACCR-DATE
               MOVE ZERO               TO LM-CHGOFF-BAL-N
               MOVE ZERO               TO LM-RECOVERED-N
           END-IF
           IF WS-INQUIRY-FOUND = 'Y'
               AND WS-FND-ORIG-DATE NOT = SPACES
               MOVE WS-FND-ORIG-DATE TO LM-ORIG-DATE
           MOVE ZERO TO WS-FND-SUSPENSE
           MOVE ZERO TO WS-FND-ESCROW-BAL
           MOVE ZERO TO WS-FND-LATE-FEE
           MOVE 'A' TO WS-FND-STATUS
           MOVE SPACES TO WS-FND-STATUS-DATE
           MOVE ZERO TO WS-FND-OVERPAY
           MOVE 'N' TO WS-FND-NONACCRUAL
           MOVE SPACES TO WS-FND-NONACCR-DATE
           MOVE ZERO TO WS-FND-CHGOFF
           MOVE ZERO TO WS-FND-RECOVERED
           MOVE 'Y' TO WS-MASTER-ON-FILE
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
                   ELSE
                       MOVE ZERO TO WS-FND-LATE-FEE
                   END-IF
                   IF LM-LOAN-STATUS NOT = SPACE
                       MOVE LM-LOAN-STATUS TO WS-FND-STATUS
                   END-IF
                   MOVE LM-STATUS-DATE   TO WS-FND-STATUS-DATE
                   IF LM-OVERPAY IS NUMERIC
                       MOVE LM-OVERPAY-N TO WS-FND-OVERPAY
                   ELSE
                       MOVE ZERO TO WS-FND-OVERPAY
                   END-IF
                   IF LM-NONACCRUAL = 'Y'
                       MOVE 'Y' TO WS-FND-NONACCRUAL
                       MOVE LM-NONACCR-DATE TO WS-FND-NONACCR-DATE
                   END-IF
                   IF LM-CHGOFF-BAL IS NUMERIC
                       MOVE LM-CHGOFF-BAL-N TO WS-FND-CHGOFF
                   END-IF
                   IF LM-RECOVERED IS NUMERIC
                       MOVE LM-RECOVERED-N TO WS-FND-RECOVERED
                   END-IF
                   MOVE LM-ESCROW        TO WS-ESCROW-X
                   MOVE LM-ESCROW        TO WS-GENERIC-FIELD
                   MOVE 9 TO WS-GENERIC-LEN

       WRITE-GL-EXTRACT-RECORD SECTION.
           MOVE WS-RUN-ID          TO GLX-RUN-ID
           MOVE SPACES             TO GLX-ORIGIN-RUN-ID
           MOVE WS-CURRENT-LOAN-ID TO GLX-LOAN-ID
           MOVE WS-AMORT-MONTH     TO GLX-PERIOD
           MOVE WS-AMORT-INTEREST  TO GLX-INTEREST-AMOUNT

       BATCH-START SECTION.
           MOVE 'P' TO WS-OUTPUT-MODE
           MOVE 2 TO MODE-SELECT
           IF WS-UNATTENDED NOT = 'Y'
               DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
               ACCEPT WS-OPERATOR-ID
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF WS-UNATTENDED NOT = 'Y'
               DISPLAY 'INPUT LOAN APPLICATION FILE NAME.'
               ACCEPT WS-LOAN-FILE-NAME
               DISPLAY 'INPUT SCHEDULE PRINT FILE NAME.'
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT CORRECTED REJECT FILE NAME.'
           ACCEPT WS-RESUB-FILE-NAME
           DISPLAY 'INPUT SCHEDULE PRINT FILE NAME.'
           GOBACK.

       RECONCILE-START SECTION.
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT GENERAL LEDGER EXTRACT FILE NAME.'
           ACCEPT WS-GL-FILE-NAME
           OPEN INPUT AUDIT-FILE
           MOVE 'D' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT ACCOUNT NUMBER TO INQUIRE.'
           ACCEPT WS-CURRENT-LOAN-ID

                   MOVE WS-FND-LATE-FEE TO WS-FND-BAL-DISP
                   DISPLAY '  LATE FEES OWED  : ' WS-FND-BAL-DISP
               END-IF
           END-IF
           IF WS-FND-OVERPAY > ZERO
               MOVE WS-FND-OVERPAY TO WS-FND-BAL-DISP
               DISPLAY '  OVERPAYMENT HELD: ' WS-FND-BAL-DISP
           END-IF
           IF WS-FND-STATUS = 'P'
               DISPLAY '  STATUS: PAID IN FULL ' WS-FND-STATUS-DATE
                   ' - AWAITING CLOSE-OUT'
           END-IF
           IF WS-FND-STATUS = 'C'
               DISPLAY '  STATUS: CLOSED ' WS-FND-STATUS-DATE
           END-IF
           IF WS-FND-STATUS = 'O'
               DISPLAY '  STATUS: CHARGED OFF ' WS-FND-STATUS-DATE
               MOVE WS-FND-CHGOFF TO WS-FND-BAL-DISP
               DISPLAY '  CHARGED-OFF BAL : ' WS-FND-BAL-DISP
               MOVE WS-FND-RECOVERED TO WS-FND-BAL-DISP
               DISPLAY '  RECOVERED       : ' WS-FND-BAL-DISP
           END-IF
           IF WS-FND-NONACCRUAL = 'Y'
               DISPLAY '  NON-ACCRUAL SINCE ' WS-FND-NONACCR-DATE
           END-IF.

       INQUIRY-WAIVE-FEE SECTION.
               MOVE WS-FND-LATE-FEE TO WS-WAIVE-AMT
               DISPLAY 'WAIVER CAPPED AT OUTSTANDING FEE BALANCE.'
           END-IF
           IF WS-WAIVE-AMT > WS-OPR-WAIVE-LIMIT
               MOVE WS-OPR-WAIVE-LIMIT TO WS-OPR-LIMIT-DISP
               DISPLAY 'WAIVER EXCEEDS YOUR AUTHORIZED LIMIT OF '
                   WS-OPR-LIMIT-DISP ' - NOT APPLIED.'
               MOVE 'LATE FEE WAIVER' TO WS-SEC-FUNCTION
               MOVE 'WAIVER EXCEEDS OPERATOR LIMIT' TO WS-SEC-REASON
               MOVE WS-CURRENT-LOAN-ID TO WS-SEC-LOAN-ID
               MOVE WS-WAIVE-AMT TO WS-SEC-AMOUNT
               PERFORM WRITE-SECURITY-VIOLATION
               GO TO INQUIRY-WAIVE-EXIT
           END-IF

           PERFORM COMPUTE-RUN-ID
           PERFORM OPEN-MASTER-FOR-UPDATE
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT PAYMENT TRANSACTION FILE NAME.'
           ACCEPT WS-PAYMENT-FILE-NAME
           DISPLAY 'INPUT POSTING REPORT FILE NAME.'
               CLOSE PRINT-FILE
               GOBACK
           END-IF
           PERFORM OPEN-BACKOUT-IMAGE
           IF WS-BKI-OPEN = 'N'
               DISPLAY 'UNABLE TO OPEN BACKOUT IMAGE FILE - '
                   'ABORTING POSTING RUN.'
               CLOSE PAYMENT-FILE
               CLOSE PRINT-FILE
               CLOSE AUDIT-FILE
               GOBACK
           END-IF
           IF WS-GLX-FILE-NAME NOT = SPACES
               OPEN EXTEND GL-EXTRACT-FILE
               IF WS-GLX-STATUS NOT = '00'
           CLOSE PAYMENT-FILE
           CLOSE PRINT-FILE
           CLOSE AUDIT-FILE
           CLOSE BACKOUT-IMAGE-FILE
           IF WS-GLX-OPEN = 'Y'
               CLOSE GL-EXTRACT-FILE
           END-IF
               PERFORM EMIT-LINE
               GO TO POST-ONE-PAYMENT-EXIT
           END-IF
           IF WS-FND-STATUS = 'C'
               ADD 1 TO WS-POST-REJECTS
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'REJECTED PAYMENT FOR ' PMT-LOAN-ID
                   ' - LOAN CLOSED ' WS-FND-STATUS-DATE
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               GO TO POST-ONE-PAYMENT-EXIT
           END-IF
           IF WS-FND-STATUS = 'O'
               PERFORM POST-ONE-RECOVERY
               GO TO POST-ONE-PAYMENT-EXIT
           END-IF

           COMPUTE NUMTOTAL-LOAN = FUNCTION NUMVAL(TOTAL-LOAN)
           COMPUTE NUMINTEREST-RATE = FUNCTION NUMVAL(INTEREST-RATE)
           ELSE
               MOVE NUMTOTAL-LOAN TO WS-POST-BALANCE
           END-IF
           PERFORM BACKOUT-SNAP-POSTING
           PERFORM BACKOUT-SAVE-BEFORE
           IF PMT-TRAN-CODE = 'R' OR PMT-TRAN-CODE = 'r'
               PERFORM POST-ONE-REVERSAL
               GO TO POST-ONE-PAYMENT-EXIT
           MOVE ZERO TO WS-POST-SUSPENSE
           MOVE ZERO TO WS-POST-FEES
           PERFORM POST-APPLY-PERIODS
           IF WS-POST-BALANCE = ZERO
               MOVE 'P' TO WS-FND-STATUS
               MOVE PMT-DATE TO WS-FND-STATUS-DATE
               ADD WS-POST-UNAPPLIED TO WS-FND-OVERPAY
           END-IF

           ADD 1 TO WS-POST-COUNT
           ADD WS-POST-INTEREST TO WS-POST-INT-SUM
               MOVE WS-POST-UNAPPLIED TO WS-AMORT-PAY-DISP
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING '     ' PMT-LOAN-ID ' UNAPPLIED OVERPAYMENT '
                   'OF ' WS-AMORT-PAY-DISP ' - HELD FOR CLOSE-OUT '
                   'REFUND' DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-POST-SUSPENSE > ZERO
                   INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-FND-NONACCRUAL = 'Y' AND WS-POST-INTEREST > ZERO
               ADD WS-POST-INTEREST TO WS-POST-NA-INT-SUM
               MOVE WS-POST-INTEREST TO WS-AMORT-PAY-DISP
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING '     ' PMT-LOAN-ID ' NON-ACCRUAL - INTEREST '
                   WS-AMORT-PAY-DISP ' HELD OFF INCOME'
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF

           IF WS-POST-SUSPENSE NOT = WS-FND-SUSPENSE
               COMPUTE WS-TRN-AMOUNT =
           END-IF
           MOVE WS-FND-FREQUENCY TO WS-PERIODS-PER-YEAR
           PERFORM WRITE-POSTED-MASTER
           PERFORM BACKOUT-SNAP-POSTING
           PERFORM BACKOUT-SAVE-AFTER
           IF WS-GLX-OPEN = 'Y' AND WS-POST-FEES > ZERO
               PERFORM WRITE-FEE-GLX
           END-IF
           MOVE PMT-DATE TO WS-TRN-DATE
           MOVE 'PA' TO WS-TRN-CODE
           MOVE PMT-REFERENCE TO WS-TRN-REFERENCE
           MOVE WS-POST-AMOUNT TO WS-TRN-AMOUNT
           MOVE WS-POST-BALANCE TO WS-TRN-BALANCE
           PERFORM WRITE-TRAN-RECORD
           MOVE ZERO TO WS-RVS-PRINCIPAL
           MOVE WS-FND-SUSPENSE TO WS-POST-SUSPENSE

           MOVE ZERO TO WS-RVS-OVERPAY
           IF WS-FND-OVERPAY > ZERO
               IF WS-FND-OVERPAY >= WS-RVS-REMAIN
                   MOVE WS-RVS-REMAIN TO WS-RVS-OVERPAY
               ELSE
                   MOVE WS-FND-OVERPAY TO WS-RVS-OVERPAY
               END-IF
               SUBTRACT WS-RVS-OVERPAY FROM WS-FND-OVERPAY
               SUBTRACT WS-RVS-OVERPAY FROM WS-RVS-REMAIN
           END-IF

           IF WS-POST-SUSPENSE >= WS-RVS-REMAIN
               SUBTRACT WS-RVS-REMAIN FROM WS-POST-SUSPENSE
               MOVE ZERO TO WS-RVS-REMAIN
                     SUBTRACT 1 FROM WS-FND-PAID-THRU
             END-EVALUATE
           END-PERFORM
           IF WS-POST-BALANCE > ZERO AND WS-FND-STATUS = 'P'
               MOVE 'A' TO WS-FND-STATUS
               MOVE PMT-DATE TO WS-FND-STATUS-DATE
           END-IF

           ADD 1 TO WS-RVS-COUNT
           SUBTRACT WS-RVS-INTEREST FROM WS-POST-INT-SUM
           IF WS-FND-NONACCRUAL = 'Y'
               SUBTRACT WS-RVS-INTEREST FROM WS-POST-NA-INT-SUM
           END-IF
           SUBTRACT WS-RVS-PRINCIPAL FROM WS-POST-PRIN-SUM
           SUBTRACT WS-RVS-ESCROW FROM WS-POST-ESC-SUM
           SUBTRACT WS-RVS-ESCROW FROM WS-FND-ESCROW-BAL
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           IF WS-RVS-OVERPAY > ZERO
               MOVE WS-RVS-OVERPAY TO WS-AMORT-PAY-DISP
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING '     ' PMT-LOAN-ID ' HELD OVERPAYMENT REVERSED '
                   WS-AMORT-PAY-DISP DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-RVS-FEES > ZERO
               MOVE WS-RVS-FEES TO WS-AMORT-PAY-DISP
               MOVE SPACES TO WS-OUTPUT-LINE
           END-IF
           MOVE WS-FND-FREQUENCY TO WS-PERIODS-PER-YEAR
           PERFORM WRITE-POSTED-MASTER
           PERFORM BACKOUT-SNAP-POSTING
           PERFORM BACKOUT-SAVE-AFTER
           MOVE PMT-DATE TO WS-TRN-DATE
           MOVE 'RV' TO WS-TRN-CODE
           MOVE PMT-REFERENCE TO WS-TRN-REFERENCE
           COMPUTE WS-TRN-AMOUNT = ZERO - WS-POST-AMOUNT
           MOVE WS-POST-BALANCE TO WS-TRN-BALANCE
           PERFORM WRITE-TRAN-RECORD
               END-IF
           END-IF.

       POST-ONE-RECOVERY SECTION.
           IF PMT-TRAN-CODE = 'R' OR PMT-TRAN-CODE = 'r'
               IF WS-POST-AMOUNT > WS-FND-RECOVERED
                   ADD 1 TO WS-POST-REJECTS
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING 'REJECTED REVERSAL FOR ' PMT-LOAN-ID
                       ' - EXCEEDS RECOVERIES ON CHARGED-OFF LOAN'
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   PERFORM EMIT-LINE
                   GO TO POST-ONE-RECOVERY-EXIT
               END-IF
               SUBTRACT WS-POST-AMOUNT FROM WS-FND-RECOVERED
               ADD WS-POST-AMOUNT TO WS-FND-CHGOFF
               COMPUTE WS-RCV-AMOUNT = ZERO - WS-POST-AMOUNT
               MOVE 'V' TO WS-RCV-FLAG
               ADD 1 TO WS-RVS-COUNT
           ELSE
               IF WS-POST-AMOUNT > WS-FND-CHGOFF
                   ADD 1 TO WS-POST-REJECTS
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING 'REJECTED PAYMENT FOR ' PMT-LOAN-ID
                       ' - EXCEEDS CHARGED-OFF BALANCE'
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   PERFORM EMIT-LINE
                   GO TO POST-ONE-RECOVERY-EXIT
               END-IF
               ADD WS-POST-AMOUNT TO WS-FND-RECOVERED
               SUBTRACT WS-POST-AMOUNT FROM WS-FND-CHGOFF
               MOVE WS-POST-AMOUNT TO WS-RCV-AMOUNT
               MOVE SPACE TO WS-RCV-FLAG
           END-IF
           ADD 1 TO WS-POST-RCV-CNT
           ADD WS-RCV-AMOUNT TO WS-POST-RCV-SUM

           MOVE WS-RCV-AMOUNT TO WS-TRN-AMT-DISP
           MOVE WS-FND-CHGOFF TO WS-AMORT-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'RCVY ' PMT-LOAN-ID ' AMT ' WS-TRN-AMT-DISP
               ' CHARGED-OFF BAL ' WS-AMORT-BAL-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           MOVE WS-FND-BALANCE TO WS-POST-BALANCE
           MOVE WS-FND-SUSPENSE TO WS-POST-SUSPENSE
           MOVE WS-FND-FREQUENCY TO WS-PERIODS-PER-YEAR
           PERFORM WRITE-POSTED-MASTER
           MOVE PMT-DATE TO WS-TRN-DATE
           MOVE 'RC' TO WS-TRN-CODE
           MOVE PMT-REFERENCE TO WS-TRN-REFERENCE
           MOVE WS-RCV-AMOUNT TO WS-TRN-AMOUNT
           MOVE WS-FND-CHGOFF TO WS-TRN-BALANCE
           PERFORM WRITE-TRAN-RECORD
           MOVE WS-POST-AMOUNT TO MONTHLY-PAYMENT
           PERFORM WRITE-AUDIT-RECORD
           IF WS-GLX-OPEN = 'Y'
               PERFORM WRITE-RECOVERY-GLX
           END-IF.

       POST-ONE-RECOVERY-EXIT.
           EXIT.

       WRITE-REVERSAL-GLX SECTION.
           MOVE WS-RUN-ID          TO GLX-RUN-ID
           MOVE SPACES             TO GLX-ORIGIN-RUN-ID
           MOVE WS-CURRENT-LOAN-ID TO GLX-LOAN-ID
           MOVE WS-FND-PAID-THRU   TO GLX-PERIOD
           IF WS-FND-NONACCRUAL = 'Y'
               MOVE ZERO TO GLX-INTEREST-AMOUNT
           ELSE
               COMPUTE GLX-INTEREST-AMOUNT =
                   ZERO - WS-RVS-INTEREST
           END-IF
           COMPUTE GLX-PRINCIPAL-AMOUNT =
               ZERO - WS-RVS-PRINCIPAL
           MOVE PMT-DATE           TO GLX-POST-DATE
           MOVE 'P'                TO GLX-SOURCE
           COMPUTE GLX-ESCROW-AMOUNT =
               ZERO - WS-RVS-ESCROW
           WRITE GL-EXTRACT-RECORD
           IF WS-FND-NONACCRUAL = 'Y' AND WS-RVS-INTEREST > ZERO
               COMPUTE GLX-INTEREST-AMOUNT =
                   ZERO - WS-RVS-INTEREST
               MOVE ZERO           TO GLX-PRINCIPAL-AMOUNT
               MOVE ZERO           TO GLX-ESCROW-AMOUNT
               MOVE 'N'            TO GLX-SOURCE
               WRITE GL-EXTRACT-RECORD
           END-IF.

       WRITE-POSTED-MASTER SECTION.
           PERFORM OPEN-MASTER-FOR-UPDATE

       WRITE-FEE-GLX SECTION.
           MOVE WS-RUN-ID          TO GLX-RUN-ID
           MOVE SPACES             TO GLX-ORIGIN-RUN-ID
           MOVE WS-CURRENT-LOAN-ID TO GLX-LOAN-ID
           MOVE WS-FND-PAID-THRU   TO GLX-PERIOD
           MOVE WS-POST-FEES       TO GLX-INTEREST-AMOUNT

       WRITE-FEE-RVS-GLX SECTION.
           MOVE WS-RUN-ID          TO GLX-RUN-ID
           MOVE SPACES             TO GLX-ORIGIN-RUN-ID
           MOVE WS-CURRENT-LOAN-ID TO GLX-LOAN-ID
           MOVE WS-FND-PAID-THRU   TO GLX-PERIOD
           COMPUTE GLX-INTEREST-AMOUNT =

       WRITE-PAYMENT-GLX SECTION.
           MOVE WS-RUN-ID          TO GLX-RUN-ID
           MOVE SPACES             TO GLX-ORIGIN-RUN-ID
           MOVE WS-CURRENT-LOAN-ID TO GLX-LOAN-ID
           MOVE WS-FND-PAID-THRU   TO GLX-PERIOD
           IF WS-FND-NONACCRUAL = 'Y'
               MOVE ZERO           TO GLX-INTEREST-AMOUNT
           ELSE
               MOVE WS-POST-INTEREST TO GLX-INTEREST-AMOUNT
           END-IF
           MOVE WS-POST-PRINCIPAL  TO GLX-PRINCIPAL-AMOUNT
           MOVE PMT-DATE           TO GLX-POST-DATE
           MOVE SPACE              TO GLX-RESET-FLAG
           MOVE 'P'                TO GLX-SOURCE
           MOVE WS-POST-ESCROW     TO GLX-ESCROW-AMOUNT
           WRITE GL-EXTRACT-RECORD
           IF WS-FND-NONACCRUAL = 'Y' AND WS-POST-INTEREST > ZERO
               MOVE WS-POST-INTEREST TO GLX-INTEREST-AMOUNT
               MOVE ZERO           TO GLX-PRINCIPAL-AMOUNT
               MOVE ZERO           TO GLX-ESCROW-AMOUNT
               MOVE 'N'            TO GLX-SOURCE
               WRITE GL-EXTRACT-RECORD
           END-IF.

       WRITE-RECOVERY-GLX SECTION.
           MOVE WS-RUN-ID          TO GLX-RUN-ID
           MOVE SPACES             TO GLX-ORIGIN-RUN-ID
           MOVE WS-CURRENT-LOAN-ID TO GLX-LOAN-ID
           MOVE WS-FND-PAID-THRU   TO GLX-PERIOD
           MOVE ZERO               TO GLX-INTEREST-AMOUNT
           MOVE WS-RCV-AMOUNT      TO GLX-PRINCIPAL-AMOUNT
           MOVE PMT-DATE           TO GLX-POST-DATE
           MOVE WS-RCV-FLAG        TO GLX-RESET-FLAG
           MOVE 'R'                TO GLX-SOURCE
           MOVE ZERO               TO GLX-ESCROW-AMOUNT
           WRITE GL-EXTRACT-RECORD.

       REORG-START SECTION.
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT OLD SEQUENTIAL MASTER FILE NAME.'
           ACCEPT WS-MASTER-IN-NAME
           DISPLAY 'INPUT NEW INDEXED MASTER FILE NAME '
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT GL EXTRACT FILE NAME.'
           ACCEPT WS-GLX-FILE-NAME
           DISPLAY 'INPUT STATEMENT PRINT FILE NAME.'
           GOBACK.

       STMT-LOAD-RECORD SECTION.
           IF GLX-SOURCE NOT = 'P' AND GLX-SOURCE NOT = 'N'
               GO TO STMT-LOAD-EXIT
           END-IF
           IF GLX-POST-DATE IS NUMERIC
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT STRATIFICATION REPORT FILE NAME.'
           ACCEPT WS-PRINT-FILE-NAME

           MOVE 'D' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT ACCOUNT NUMBER FOR PAYOFF QUOTE.'
           ACCEPT WS-CURRENT-LOAN-ID.

               GOBACK
           END-IF

           PERFORM QUOTE-COMPUTE-ACCRUED
           COMPUTE WS-QUOTE-TOTAL =
               WS-QUOTE-BALANCE + WS-QUOTE-ACCRUED
           COMPUTE WS-QUOTE-EXPIRY =
           END-IF
           GOBACK.

       QUOTE-COMPUTE-ACCRUED SECTION.
           IF WS-FND-BAL-PRESENT = 'Y'
               MOVE WS-FND-PAID-THRU TO WS-QUOTE-PERIODS
               IF WS-QUOTE-PERIODS > WS-QUOTE-TOTAL-PER
                   MOVE WS-QUOTE-TOTAL-PER TO WS-QUOTE-PERIODS
               END-IF
               MOVE WS-FND-BALANCE TO WS-QUOTE-BALANCE
               PERFORM QUOTE-RATE-AT-PERIOD
           ELSE
               COMPUTE WS-QUOTE-PERIODS =
                   (WS-QUOTE-DATE-INT - WS-QUOTE-ORIG-INT)
                   * WS-PERIODS-PER-YEAR / 365
               IF WS-QUOTE-PERIODS > WS-QUOTE-TOTAL-PER
                   MOVE WS-QUOTE-TOTAL-PER TO WS-QUOTE-PERIODS
               END-IF
               PERFORM QUOTE-ROLL-FORWARD
           END-IF

           COMPUTE WS-QUOTE-BOUND-INT =
               WS-QUOTE-ORIG-INT +
               (WS-QUOTE-PERIODS * 365 / WS-PERIODS-PER-YEAR)
           COMPUTE WS-QUOTE-DAYS =
               WS-QUOTE-DATE-INT - WS-QUOTE-BOUND-INT
           IF WS-QUOTE-DAYS < ZERO
               MOVE ZERO TO WS-QUOTE-DAYS
           END-IF
           COMPUTE WS-QUOTE-ACCRUED ROUNDED =
               WS-QUOTE-BALANCE * WS-ARM-CUR-RATE
               * WS-QUOTE-DAYS / 365.

       QUOTE-RATE-AT-PERIOD SECTION.
           MOVE NUMINTEREST-RATE TO WS-ARM-CUR-RATE
           IF WS-ARM-TYPE = 'A' AND WS-ARM-RESET-FREQ > ZERO
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT AGING REPORT FILE NAME.'
           ACCEPT WS-PRINT-FILE-NAME
           DISPLAY 'INPUT PAST-DUE NOTICE FILE NAME.'
           ACCEPT WS-NOTICE-FILE-NAME
           DISPLAY 'INPUT AS-OF DATE YYYYMMDD (BLANK FOR TODAY).'
           ACCEPT WS-AS-OF-DATE
           DISPLAY 'INPUT NON-ACCRUAL THRESHOLD IN PERIODS PAST DUE '
               '(BLANK FOR 4).'
           ACCEPT WS-NA-ANSWER
           IF WS-NA-ANSWER = SPACES
               MOVE 4 TO WS-NA-THRESHOLD
           ELSE
               MOVE SPACES TO WS-GENERIC-FIELD
               MOVE WS-NA-ANSWER TO WS-GENERIC-FIELD
               MOVE 4 TO WS-GENERIC-LEN
               PERFORM VALIDATE-NUMERIC-FIELD
               IF WS-VALID-FLAG = 'N'
                   DISPLAY 'INVALID NON-ACCRUAL THRESHOLD - USING 4.'
                   MOVE 4 TO WS-NA-THRESHOLD
               ELSE
                   COMPUTE WS-NA-THRESHOLD =
                       FUNCTION NUMVAL(WS-NA-ANSWER)
               END-IF
           END-IF
           IF WS-NA-THRESHOLD = ZERO
               DISPLAY 'NON-ACCRUAL THRESHOLD OF ZERO - USING 4.'
               MOVE 4 TO WS-NA-THRESHOLD
           END-IF
           MOVE 'Y' TO WS-NA-UPDATE

           PERFORM COMPUTE-RUN-ID
           IF WS-AS-OF-DATE = SPACES
           END-IF

           MOVE 'N' TO WS-EOF-MASTER
           OPEN I-O LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'NO LOAN MASTER FILE ON FILE - '
                   'ABORTING AGING RUN.'
               CLOSE PRINT-FILE
               GOBACK
           END-IF
           PERFORM COLLECT-QUEUE-OPEN
           IF WS-COL-BUILD = 'N'
               DISPLAY 'UNABLE TO OPEN COLLECTIONS QUEUE FILE - '
                   'ABORTING AGING RUN.'
               CLOSE LOAN-MASTER-FILE
               CLOSE PRINT-FILE
               CLOSE NOTICE-FILE
               GOBACK
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'DELINQUENCY AGING RUN ' WS-RUN-ID ' OPERATOR: '
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'AS OF DATE ' WS-AS-OF-DATE
               '  NON-ACCRUAL AT ' WS-NA-THRESHOLD
               ' PERIODS PAST DUE' DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           CLOSE LOAN-MASTER-FILE

           PERFORM WRITE-AGING-SUMMARY
           PERFORM COLLECT-QUEUE-ASSIGN
           MOVE 'N' TO WS-COL-BUILD
           CLOSE COLL-QUEUE-FILE
           IF WS-COL-ACT-OPEN = 'Y'
               CLOSE COLL-ACTIVITY-FILE
           END-IF

           CLOSE PRINT-FILE
           CLOSE NOTICE-FILE
           DISPLAY 'AGING RUN COMPLETE.'
           DISPLAY 'LOANS AGED     : ' WS-AGE-COUNT
           DISPLAY 'NOTICES WRITTEN: ' WS-NOTICE-CNT
           DISPLAY 'NON-ACCRUAL SET: ' WS-NA-SET-CNT
           DISPLAY 'NON-ACCRUAL CURED: ' WS-NA-CLEAR-CNT
           DISPLAY 'COLLECTIONS QUEUE: ' WS-COL-QUEUE-CNT
           DISPLAY 'BROKEN PROMISES REQUEUED: ' WS-COL-BROKEN-CNT
           DISPLAY 'QUEUE UNASSIGNED : ' WS-COL-UNASSIGNED-CNT
           GOBACK.

       AGING-LOAD-RECORD SECTION.
           END-IF.

       AGING-EVALUATE-LOAN SECTION.
           IF LM-LOAN-STATUS = 'C'
               ADD 1 TO WS-AGE-CLOSED-CNT
               GO TO AGING-EVAL-EXIT
           END-IF
           IF LM-LOAN-STATUS = 'O'
               ADD 1 TO WS-AGE-CHGOFF-CNT
               GO TO AGING-EVAL-EXIT
           END-IF
           ADD 1 TO WS-GRAND-CNT
           ADD WS-AGE-BALANCE TO WS-GRAND-BAL
           IF WS-AGE-BALANCE = ZERO
                   ADD WS-AGE-BALANCE TO WS-PD4-BAL
           END-EVALUATE

           IF WS-NA-UPDATE = 'Y'
               IF WS-AGE-PAST-DUE >= WS-NA-THRESHOLD
                   AND LM-NONACCRUAL NOT = 'Y'
                   PERFORM AGING-SET-NONACCRUAL
               END-IF
               IF WS-AGE-PAST-DUE = ZERO AND LM-NONACCRUAL = 'Y'
                   PERFORM AGING-CLEAR-NONACCRUAL
               END-IF
           END-IF
           IF LM-NONACCRUAL = 'Y'
               ADD 1 TO WS-NA-CNT
               ADD WS-AGE-BALANCE TO WS-NA-BAL
           END-IF

           IF WS-AGE-PAST-DUE >= 1
               COMPUTE WS-AGE-SCHED-PAY =
                   FUNCTION ANNUITY(
                   WS-AMORT-PAY-DISP '  BALANCE ' WS-AMORT-BAL-DISP
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-COL-BUILD = 'Y'
               PERFORM COLLECT-QUEUE-LOAN
           END-IF.

       AGING-EVAL-EXIT.
           EXIT.

       AGING-SET-NONACCRUAL SECTION.
           MOVE 'Y' TO LM-NONACCRUAL
           MOVE WS-AS-OF-DATE TO LM-NONACCR-DATE
           REWRITE LOAN-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER UPDATE FAILED FOR ' LM-LOAN-ID
                   ' - STATUS ' WS-MASTER-STATUS
               MOVE 'N' TO LM-NONACCRUAL
           ELSE
               ADD 1 TO WS-NA-SET-CNT
               MOVE WS-AGE-PAST-DUE TO WS-AGE-PD-DISP
               MOVE WS-AGE-BALANCE TO WS-AMORT-BAL-DISP
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'NON-ACCRUAL ' WS-AGE-LOAN-ID ' '
                   WS-AGE-PD-DISP ' PERIODS PAST DUE - INTEREST '
                   'RECOGNITION STOPPED  BALANCE ' WS-AMORT-BAL-DISP
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               MOVE WS-AGE-LOAN-ID TO WS-CURRENT-LOAN-ID
               MOVE WS-AS-OF-DATE TO WS-TRN-DATE
               MOVE 'NA' TO WS-TRN-CODE
               MOVE ZERO TO WS-TRN-AMOUNT
               MOVE WS-AGE-BALANCE TO WS-TRN-BALANCE
               PERFORM WRITE-TRAN-RECORD
           END-IF.

       AGING-CLEAR-NONACCRUAL SECTION.
           MOVE 'N' TO LM-NONACCRUAL
           MOVE WS-AS-OF-DATE TO LM-NONACCR-DATE
           REWRITE LOAN-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER UPDATE FAILED FOR ' LM-LOAN-ID
                   ' - STATUS ' WS-MASTER-STATUS
               MOVE 'Y' TO LM-NONACCRUAL
           ELSE
               ADD 1 TO WS-NA-CLEAR-CNT
               MOVE WS-AGE-BALANCE TO WS-AMORT-BAL-DISP
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'ACCRUING    ' WS-AGE-LOAN-ID
                   ' BROUGHT CURRENT - RETURNED TO ACCRUAL  BALANCE '
                   WS-AMORT-BAL-DISP DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               MOVE WS-AGE-LOAN-ID TO WS-CURRENT-LOAN-ID
               MOVE WS-AS-OF-DATE TO WS-TRN-DATE
               MOVE 'NR' TO WS-TRN-CODE
               MOVE ZERO TO WS-TRN-AMOUNT
               MOVE WS-AGE-BALANCE TO WS-TRN-BALANCE
               PERFORM WRITE-TRAN-RECORD
           END-IF.

       AGING-COMPUTE-PAST-DUE SECTION.
           MOVE 'Y' TO WS-AGE-DATE-OK
           MOVE ZERO TO WS-AGE-PAST-DUE
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           MOVE WS-AGE-CLOSED-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'CLOSED (NOT AGED)     ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           MOVE WS-AGE-CHGOFF-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'CHARGED OFF (NOT AGED)' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           MOVE WS-NOTAGED-CNT TO WS-COUNT-DISP
           MOVE WS-NOTAGED-BAL TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'NOT AGED (NO DATE)    ' WS-COUNT-DISP ' '
               WS-AGE-BAL-DISP DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           MOVE WS-GRAND-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'PAST-DUE NOTICES WRITTEN: ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           MOVE WS-NA-CNT TO WS-COUNT-DISP
           MOVE WS-NA-BAL TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'NON-ACCRUAL LOANS     ' WS-COUNT-DISP ' '
               WS-AGE-BAL-DISP DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-NA-SET-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'PLACED ON NON-ACCRUAL   : ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-NA-CLEAR-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'RETURNED TO ACCRUAL     : ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       WRITE-POSTING-TOTAL SECTION.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'LATE FEES COLLECTED: ' WS-POST-SUM-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-POST-NA-INT-SUM TO WS-POST-SUM-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'NON-ACCRUAL INT HELD: ' WS-POST-SUM-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-POST-RCV-SUM TO WS-POST-SUM-DISP
           MOVE WS-POST-RCV-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'RECOVERIES POSTED  : ' WS-POST-SUM-DISP
               '  ITEMS: ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       ESCROW-ANALYSIS-START SECTION.
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT ESCROW DISBURSEMENT SCHEDULE FILE NAME.'
           ACCEPT WS-ESC-FILE-NAME
           DISPLAY 'INPUT ESCROW ANALYSIS REPORT FILE NAME.'
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT CONVERSION INPUT FILE NAME.'
           ACCEPT WS-CNV-FILE-NAME
           DISPLAY 'INPUT CONVERSION CONTROL REPORT FILE NAME.'
           MOVE WS-CNV-SUSPENSE TO WS-FND-SUSPENSE
           MOVE ZERO TO WS-FND-ESCROW-BAL
           MOVE ZERO TO WS-FND-LATE-FEE
           MOVE 'A' TO WS-FND-STATUS
           MOVE WS-RUN-ID(1:8) TO WS-FND-STATUS-DATE
           MOVE ZERO TO WS-FND-OVERPAY
           MOVE 'N' TO WS-FND-NONACCRUAL
           MOVE SPACES TO WS-FND-NONACCR-DATE
           MOVE ZERO TO WS-FND-CHGOFF
           MOVE ZERO TO WS-FND-RECOVERED
           PERFORM WRITE-MASTER-RECORD

           COMPUTE WS-MONTHLY-PAYMENT-NUM =
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT BILLING STATEMENT FILE NAME.'
           ACCEPT WS-BIL-FILE-NAME
           DISPLAY 'INPUT BILLING REPORT FILE NAME.'
           ACCEPT WS-PRINT-FILE-NAME
           DISPLAY 'INPUT ACH ORIGINATION FILE NAME (BLANK TO SKIP).'
           ACCEPT WS-NCH-FILE-NAME
           IF WS-NCH-FILE-NAME NOT = SPACES
               DISPLAY 'INPUT ACH SETTLEMENT PAYMENT FILE NAME.'
               ACCEPT WS-PAYMENT-FILE-NAME
           END-IF

           PERFORM COMPUTE-RUN-ID
           MOVE 'N' TO WS-EOF-MASTER
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           IF WS-NCH-FILE-NAME NOT = SPACES
               PERFORM ACH-OPEN-FOR-BILLING
           END-IF

           PERFORM UNTIL WS-EOF-MASTER = 'Y'
             READ LOAN-MASTER-FILE NEXT RECORD
               WS-STMT-CNT-DISP DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-BIL-INT-SUM TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'INTEREST BILLED - ACCRUING    : ' WS-AGE-BAL-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-BIL-NA-CNT TO WS-STMT-CNT-DISP
           MOVE WS-BIL-NA-INT TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'INTEREST BILLED - NON-ACCRUAL : ' WS-AGE-BAL-DISP
               '  LOANS: ' WS-STMT-CNT-DISP DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           IF WS-ACH-ACTIVE = 'Y'
               PERFORM ACH-WRITE-NACHA-FILE
           END-IF

           CLOSE PRINT-FILE
           DISPLAY 'BILLING RUN COMPLETE.'
           DISPLAY 'STATEMENTS WRITTEN : ' WS-BIL-CNT
           DISPLAY 'PAID-OFF SKIPPED   : ' WS-BIL-SKIP-CNT
           DISPLAY 'CLOSED/CHGOFF SKIP : ' WS-BIL-CLOSED-CNT
           DISPLAY 'NON-ACCRUAL BILLED : ' WS-BIL-NA-CNT
           DISPLAY 'MISSING DUE DATES  : ' WS-BIL-NODATE-CNT
           IF WS-NCH-FILE-NAME NOT = SPACES
               DISPLAY 'ACH DRAFTS WRITTEN : ' WS-ACH-CNT
               DISPLAY 'ACH NOT DRAFTED    : ' WS-ACH-SKIP-CNT
           END-IF
           GOBACK.

       BILLING-ONE-LOAN SECTION.
           IF LM-LOAN-STATUS = 'C' OR LM-LOAN-STATUS = 'O'
               ADD 1 TO WS-BIL-CLOSED-CNT
               GO TO BILLING-ONE-EXIT
           END-IF
           IF LM-CURRENT-BALANCE IS NUMERIC
               MOVE LM-CURRENT-BALANCE-N TO WS-BIL-BAL
           ELSE
               FUNCTION ANNUITY(
               (WS-BIL-RATE / WS-BIL-FREQ), WS-BIL-PERIODS)
               * FUNCTION NUMVAL(LM-TOTAL-LOAN)
           COMPUTE WS-BIL-INT ROUNDED =
               WS-BIL-BAL * WS-BIL-RATE / WS-BIL-FREQ
           IF WS-BIL-INT > WS-BIL-SCHED
               MOVE WS-BIL-SCHED TO WS-BIL-INT
           END-IF
           MOVE LM-ESCROW TO WS-GENERIC-FIELD
           MOVE 9 TO WS-GENERIC-LEN
           PERFORM VALIDATE-RATE-FIELD
           MOVE WS-BRW-CITY    TO BIL-CITY
           MOVE WS-BRW-STATE   TO BIL-STATE
           MOVE WS-BRW-ZIP     TO BIL-ZIP
           IF LM-NONACCRUAL = 'Y'
               MOVE 'Y'        TO BIL-NONACCRUAL
           ELSE
               MOVE 'N'        TO BIL-NONACCRUAL
           END-IF
           WRITE BILLING-RECORD
           ADD 1 TO WS-BIL-CNT
           ADD WS-BIL-TOTAL TO WS-BIL-TOT-DUE
           IF LM-NONACCRUAL = 'Y'
               ADD 1 TO WS-BIL-NA-CNT
               ADD WS-BIL-INT TO WS-BIL-NA-INT
           ELSE
               ADD WS-BIL-INT TO WS-BIL-INT-SUM
           END-IF

           MOVE WS-BIL-TOTAL TO WS-BIL-DISP
           MOVE WS-BIL-SUSP TO WS-AMORT-ESC-DISP
                   BIL-LOAN-ID ' - STATEMENT NOT MAILABLE'
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF LM-NONACCRUAL = 'Y'
               MOVE WS-BIL-INT TO WS-BIL-DISP
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING '       ' BIL-LOAN-ID ' NON-ACCRUAL - INTEREST '
                   WS-BIL-DISP ' BILLED BUT NOT RECOGNIZED'
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-ACH-ACTIVE = 'Y'
               PERFORM ACH-BILL-ONE-LOAN
           END-IF.

       BILLING-ONE-EXIT.
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT LATE CHARGE REPORT FILE NAME.'
           ACCEPT WS-PRINT-FILE-NAME
           DISPLAY 'INPUT AS-OF DATE YYYYMMDD (BLANK FOR TODAY).'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-BACKOUT-IMAGE
           IF WS-BKI-OPEN = 'N'
               DISPLAY 'UNABLE TO OPEN BACKOUT IMAGE FILE - '
                   'ABORTING ASSESSMENT RUN.'
               CLOSE LOAN-MASTER-FILE
               CLOSE PRINT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'LATE CHARGE ASSESSMENT RUN ' WS-RUN-ID
             END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE
           CLOSE BACKOUT-IMAGE-FILE

           MOVE '========================================' TO
               WS-OUTPUT-LINE
           DISPLAY 'LATE CHARGE ASSESSMENT RUN COMPLETE.'
           DISPLAY 'LOANS READ      : ' WS-LC-READ
           DISPLAY 'CHARGES ASSESSED: ' WS-LC-CNT
           DISPLAY 'CLOSED/CHGOFF   : ' WS-LC-CLOSED-CNT
           GOBACK.

       LATE-ASSESS-LOAN SECTION.
           ADD 1 TO WS-LC-READ
           IF LM-LOAN-STATUS = 'C' OR LM-LOAN-STATUS = 'O'
               ADD 1 TO WS-LC-CLOSED-CNT
               GO TO LATE-ASSESS-EXIT
           END-IF
           IF WS-AGE-BALANCE = ZERO
               GO TO LATE-ASSESS-EXIT
           END-IF
               GO TO LATE-ASSESS-EXIT
           END-IF

           MOVE WS-AGE-LOAN-ID TO WS-CURRENT-LOAN-ID
           PERFORM BACKOUT-SNAP-MASTER
           PERFORM BACKOUT-SAVE-BEFORE
           IF LM-LATE-FEE IS NUMERIC
               COMPUTE LM-LATE-FEE-N =
                   LM-LATE-FEE-N + WS-LC-FEE-AMT
                   ' - STATUS ' WS-MASTER-STATUS
               GO TO LATE-ASSESS-EXIT
           END-IF
           PERFORM BACKOUT-SNAP-MASTER
           PERFORM BACKOUT-SAVE-AFTER
           ADD 1 TO WS-LC-CNT
           ADD WS-LC-FEE-AMT TO WS-LC-TOTAL

           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT GL EXTRACT FILE NAME (BLANK IF NO '
               'ACTIVITY).'
           ACCEPT WS-GLX-FILE-NAME
                       ADD GLX-PRINCIPAL-AMOUNT TO TBS-ACTIVITY
                       REWRITE TRIAL-BAL-RECORD
                   END-READ
               WHEN 'C'
                   ADD GLX-PRINCIPAL-AMOUNT TO WS-TB-PRIN-C
                   MOVE GLX-LOAN-ID TO TBS-LOAN-ID
                   READ TRIAL-BAL-FILE
                     INVALID KEY
                       MOVE GLX-LOAN-ID TO TBS-LOAN-ID
                       MOVE ZERO TO TBS-BALANCE
                       MOVE ZERO TO TBS-SUSPENSE
                       MOVE GLX-PRINCIPAL-AMOUNT TO TBS-ACTIVITY
                       MOVE SPACES TO TBS-RUN-ID
                       WRITE TRIAL-BAL-RECORD
                     NOT INVALID KEY
                       ADD GLX-PRINCIPAL-AMOUNT TO TBS-ACTIVITY
                       REWRITE TRIAL-BAL-RECORD
                   END-READ
               WHEN 'S'
                   ADD GLX-PRINCIPAL-AMOUNT TO WS-TB-PRIN-S
               WHEN 'A'
                   IF GLX-INTEREST-AMOUNT IS NUMERIC
                       ADD GLX-INTEREST-AMOUNT TO WS-TB-ACCR-INT
                   END-IF
               WHEN OTHER
                   ADD GLX-PRINCIPAL-AMOUNT TO WS-TB-PRIN-OTH
           END-EVALUATE.
           PERFORM EMIT-LINE
           MOVE WS-TB-ACT-SUM TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'LESS GL PRINCIPAL (P,C) : ' WS-TB-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-TB-NEW-SUM TO WS-TB-DISP
               ' (SCHEDULE - NOT APPLIED)' DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-TB-PRIN-C TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'GL PRINCIPAL SOURCE C   : ' WS-TB-DISP
               ' (CHARGED OFF - APPLIED)' DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-TB-ACCR-INT TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'GL ACCRUED INTEREST (A) : ' WS-TB-DISP
               ' (NET OF REVERSALS)' DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-TB-PRIN-OTH TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'GL PRINCIPAL SOURCE OTH : ' WS-TB-DISP
       RATE-APPROVAL-START SECTION.
           DISPLAY 'INPUT SUPERVISOR OPERATOR ID.'
           ACCEPT WS-APPROVER-ID
           MOVE WS-APPROVER-ID TO WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF WS-OPR-RATE-OK NOT = 'Y'
               MOVE 'RATE AMENDMENT APPROVAL' TO WS-SEC-FUNCTION
               MOVE 'NOT AUTHORIZED TO APPROVE RATE CHANGES'
                   TO WS-SEC-REASON
               PERFORM OPERATOR-REFUSED
           END-IF
           PERFORM COMPUTE-RUN-ID
           OPEN I-O RATE-QUEUE-FILE
           IF WS-RATEQ-STATUS NOT = '00'
               DISPLAY 'PENDING AMENDMENT FOR ' RTQ-LOAN-ID
                   ' REQUESTED BY SAME OPERATOR - CANNOT APPROVE '
                   'OWN AMENDMENT - SKIPPED.'
               MOVE WS-APPROVER-ID TO WS-OPERATOR-ID
               MOVE 'RATE AMENDMENT APPROVAL' TO WS-SEC-FUNCTION
               MOVE 'ATTEMPT TO APPROVE OWN RATE AMENDMENT'
                   TO WS-SEC-REASON
               MOVE RTQ-LOAN-ID TO WS-SEC-LOAN-ID
               MOVE ZERO TO WS-SEC-AMOUNT
               PERFORM WRITE-SECURITY-VIOLATION
               ADD 1 TO WS-RTQ-SKIPPED
               GO TO RATE-APPROVE-EXIT
           END-IF
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT ACCOUNT NUMBER FOR REGISTER.'
           ACCEPT WS-CURRENT-LOAN-ID
           DISPLAY 'INPUT FROM DATE YYYYMMDD (BLANK FOR ALL).'
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING TRN-DATE ' ' TRN-CODE ' ' WS-TRN-AMT-DISP ' '
               WS-TRN-BAL-DISP ' ' TRN-OPERATOR ' ' TRN-RUN-ID
               ' ' TRN-REFERENCE DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           ADD 1 TO WS-HIQ-CNT.

       BORROWER-MAINT-START SECTION.
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           PERFORM COMPUTE-RUN-ID
           OPEN I-O BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
                   WS-CURRENT-LOAN-ID
           END-IF
           GO TO BORROWER-MAINT-LOOP.

       CLOSEOUT-START SECTION.
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT REFUND CHECK REGISTER FILE NAME.'
           ACCEPT WS-PRINT-FILE-NAME
           DISPLAY 'INPUT LIEN RELEASE LETTER FILE NAME.'
           ACCEPT WS-LETTER-FILE-NAME
           DISPLAY 'INPUT FIRST REFUND CHECK NUMBER.'
           ACCEPT WS-CO-ANSWER
           MOVE SPACES TO WS-GENERIC-FIELD
           MOVE WS-CO-ANSWER TO WS-GENERIC-FIELD
           MOVE 8 TO WS-GENERIC-LEN
           PERFORM VALIDATE-NUMERIC-FIELD
           IF WS-VALID-FLAG = 'N' OR WS-CO-ANSWER = SPACES
               DISPLAY 'INVALID REFUND CHECK NUMBER - '
                   'ABORTING CLOSE-OUT RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-CO-CHECK-NO = FUNCTION NUMVAL(WS-CO-ANSWER)

           PERFORM COMPUTE-RUN-ID
           MOVE 'N' TO WS-EOF-MASTER
           OPEN I-O LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'NO LOAN MASTER FILE ON FILE - '
                   'ABORTING CLOSE-OUT RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN REFUND CHECK REGISTER FILE - '
                   'ABORTING CLOSE-OUT RUN.'
               CLOSE LOAN-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LIEN RELEASE LETTER FILE - '
                   'ABORTING CLOSE-OUT RUN.'
               CLOSE LOAN-MASTER-FILE
               CLOSE PRINT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'PAID-IN-FULL CLOSE-OUT RUN ' WS-RUN-ID
               ' OPERATOR: ' WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE 'REFUND CHECK REGISTER' TO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           PERFORM UNTIL WS-EOF-MASTER = 'Y'
             READ LOAN-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-MASTER
               NOT AT END PERFORM CLOSEOUT-ONE-LOAN
             END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE
           CLOSE LETTER-FILE

           PERFORM WRITE-CLOSEOUT-TOTAL

           CLOSE PRINT-FILE
           DISPLAY 'CLOSE-OUT RUN COMPLETE.'
           DISPLAY 'LOANS CLOSED      : ' WS-CO-CLOSED
           DISPLAY 'REFUND CHECKS     : ' WS-CO-CHECKS
           DISPLAY 'HELD FOR REVIEW   : ' WS-CO-HELD
           DISPLAY 'LETTERS NO ADDRESS: ' WS-CO-NOADDR
           IF WS-CO-HELD > ZERO OR WS-CO-NOADDR > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       CLOSEOUT-ONE-LOAN SECTION.
           ADD 1 TO WS-CO-READ
           IF LM-LOAN-STATUS NOT = 'P'
               IF LM-LOAN-STATUS NOT = SPACE
                   AND LM-LOAN-STATUS NOT = 'A'
                   GO TO CLOSEOUT-ONE-EXIT
               END-IF
               IF LM-CURRENT-BALANCE IS NOT NUMERIC
                   GO TO CLOSEOUT-ONE-EXIT
               END-IF
               IF LM-CURRENT-BALANCE-N NOT = ZERO
                   GO TO CLOSEOUT-ONE-EXIT
               END-IF
           END-IF

           MOVE ZERO TO WS-CO-BALANCE
           IF LM-CURRENT-BALANCE IS NUMERIC
               MOVE LM-CURRENT-BALANCE-N TO WS-CO-BALANCE
           END-IF
           IF LM-OVERPAY IS NUMERIC
               MOVE LM-OVERPAY-N TO WS-CO-OVERPAY
           ELSE
               MOVE ZERO TO WS-CO-OVERPAY
           END-IF
           IF LM-ESCROW-BAL IS NUMERIC
               MOVE LM-ESCROW-BAL-N TO WS-CO-ESCROW
           ELSE
               MOVE ZERO TO WS-CO-ESCROW
           END-IF
           IF LM-SUSPENSE IS NUMERIC
               MOVE LM-SUSPENSE-N TO WS-CO-SUSPENSE
           ELSE
               MOVE ZERO TO WS-CO-SUSPENSE
           END-IF
           IF LM-LATE-FEE IS NUMERIC
               MOVE LM-LATE-FEE-N TO WS-CO-FEES
           ELSE
               MOVE ZERO TO WS-CO-FEES
           END-IF
           IF LM-LOAN-STATUS = 'P' AND LM-STATUS-DATE IS NUMERIC
               MOVE LM-STATUS-DATE TO WS-CO-PAID-DATE
           ELSE
               MOVE LM-LAST-RUN-ID(1:8) TO WS-CO-PAID-DATE
           END-IF

           IF WS-CO-BALANCE > ZERO
               ADD 1 TO WS-CO-HELD
               MOVE WS-CO-BALANCE TO WS-TRN-AMT-DISP
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'HELD  ACCT ' LM-LOAN-ID ' - PRINCIPAL STILL '
                   'OUTSTANDING ' WS-TRN-AMT-DISP ' - NOT CLOSED'
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               GO TO CLOSEOUT-ONE-EXIT
           END-IF
           IF WS-CO-ESCROW < ZERO
               ADD 1 TO WS-CO-HELD
               MOVE WS-CO-ESCROW TO WS-TRN-AMT-DISP
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'HELD  ACCT ' LM-LOAN-ID ' - ESCROW DEFICIT '
                   WS-TRN-AMT-DISP ' - NOT CLOSED'
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               GO TO CLOSEOUT-ONE-EXIT
           END-IF
           IF WS-CO-FEES > ZERO
               ADD 1 TO WS-CO-HELD
               MOVE WS-CO-FEES TO WS-LC-DISP
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'HELD  ACCT ' LM-LOAN-ID ' - LATE FEES '
                   'OUTSTANDING ' WS-LC-DISP ' - WAIVE OR COLLECT '
                   'BEFORE CLOSE-OUT' DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               GO TO CLOSEOUT-ONE-EXIT
           END-IF

           COMPUTE WS-CO-REFUND =
               WS-CO-OVERPAY + WS-CO-ESCROW + WS-CO-SUSPENSE

           MOVE 'C' TO LM-LOAN-STATUS
           MOVE WS-RUN-ID(1:8) TO LM-STATUS-DATE
           MOVE WS-RUN-ID TO LM-LAST-RUN-ID
           MOVE ZERO TO LM-CURRENT-BALANCE-N
           MOVE ZERO TO LM-OVERPAY-N
           MOVE ZERO TO LM-ESCROW-BAL-N
           MOVE ZERO TO LM-SUSPENSE-N
           REWRITE LOAN-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER UPDATE FAILED FOR ' LM-LOAN-ID
                   ' - STATUS ' WS-MASTER-STATUS
               ADD 1 TO WS-CO-HELD
               GO TO CLOSEOUT-ONE-EXIT
           END-IF
           ADD 1 TO WS-CO-CLOSED

           MOVE LM-LOAN-ID TO WS-CURRENT-LOAN-ID
           PERFORM FIND-BORROWER-RECORD

           IF WS-CO-REFUND > ZERO
               ADD 1 TO WS-CO-CHECKS
               ADD WS-CO-REFUND TO WS-CO-REFUND-SUM
               ADD WS-CO-OVERPAY TO WS-CO-OVERPAY-SUM
               ADD WS-CO-ESCROW TO WS-CO-ESCROW-SUM
               ADD WS-CO-SUSPENSE TO WS-CO-SUSPENSE-SUM
               MOVE WS-CO-CHECK-NO TO WS-CO-CHECK-DISP
               MOVE WS-CO-OVERPAY TO WS-AMORT-PAY-DISP
               MOVE WS-CO-ESCROW TO WS-AMORT-ESC-DISP
               MOVE WS-CO-REFUND TO WS-AMORT-TOT-DISP
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'CHECK ' WS-CO-CHECK-DISP ' ACCT ' LM-LOAN-ID
                   ' PAID ' WS-CO-PAID-DATE
                   ' OVERPAY ' WS-AMORT-PAY-DISP
                   ' ESCROW ' WS-AMORT-ESC-DISP
                   ' REFUND ' WS-AMORT-TOT-DISP ' ' WS-BRW-NAME
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               IF WS-CO-SUSPENSE > ZERO
                   MOVE WS-CO-SUSPENSE TO WS-AMORT-PAY-DISP
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING '      INCLUDES SUSPENSE RELEASED '
                       WS-AMORT-PAY-DISP DELIMITED BY SIZE
                       INTO WS-OUTPUT-LINE
                   PERFORM EMIT-LINE
                   MOVE WS-RUN-ID(1:8) TO WS-TRN-DATE
                   MOVE 'SU' TO WS-TRN-CODE
                   COMPUTE WS-TRN-AMOUNT = ZERO - WS-CO-SUSPENSE
                   MOVE ZERO TO WS-TRN-BALANCE
                   PERFORM WRITE-TRAN-RECORD
               END-IF
               MOVE WS-RUN-ID(1:8) TO WS-TRN-DATE
               MOVE 'RF' TO WS-TRN-CODE
               COMPUTE WS-TRN-AMOUNT = ZERO - WS-CO-REFUND
               MOVE ZERO TO WS-TRN-BALANCE
               PERFORM WRITE-TRAN-RECORD
               MOVE WS-CO-CHECK-NO TO LTR-CHECK-NO
               ADD 1 TO WS-CO-CHECK-NO
           ELSE
               MOVE ZERO TO LTR-CHECK-NO
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'NO CHECK  ACCT ' LM-LOAN-ID
                   ' PAID ' WS-CO-PAID-DATE
                   ' - CLOSED, NO REFUND DUE ' WS-BRW-NAME
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF

           MOVE LM-LOAN-ID         TO LTR-LOAN-ID
           MOVE WS-RUN-ID(1:8)     TO LTR-LETTER-DATE
           MOVE WS-CO-PAID-DATE    TO LTR-PAID-DATE
           COMPUTE LTR-ORIG-AMOUNT = FUNCTION NUMVAL(LM-TOTAL-LOAN)
           MOVE WS-CO-REFUND       TO LTR-REFUND-AMOUNT
           MOVE WS-BRW-NAME        TO LTR-NAME
           MOVE WS-BRW-ADDRESS     TO LTR-ADDRESS
           MOVE WS-BRW-CITY        TO LTR-CITY
           MOVE WS-BRW-STATE       TO LTR-STATE
           MOVE WS-BRW-ZIP         TO LTR-ZIP
           IF WS-BORROWER-FOUND = 'N'
               ADD 1 TO WS-CO-NOADDR
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'WARNING - NO BORROWER RECORD FOR '
                   LTR-LOAN-ID ' - LIEN RELEASE LETTER NOT MAILABLE'
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF
           WRITE LETTER-RECORD.

       CLOSEOUT-ONE-EXIT.
           EXIT.

       WRITE-CLOSEOUT-TOTAL SECTION.
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-CO-READ TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'LOANS READ          : ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-CO-CLOSED TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'LOANS CLOSED        : ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-CO-HELD TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'HELD FOR REVIEW     : ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-CO-CHECKS TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'REFUND CHECKS       : ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-CO-OVERPAY-SUM TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'OVERPAY REFUNDED    : ' WS-AGE-BAL-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-CO-ESCROW-SUM TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'ESCROW REFUNDED     : ' WS-AGE-BAL-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-CO-SUSPENSE-SUM TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'SUSPENSE RELEASED   : ' WS-AGE-BAL-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-CO-REFUND-SUM TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'CONTROL TOTAL - CHECKS ISSUED: ' WS-AGE-BAL-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-CO-NOADDR TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'LETTERS NOT MAILABLE: ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       CHARGEOFF-START SECTION.
           MOVE 'D' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT ACCOUNT NUMBER TO CHARGE OFF.'
           ACCEPT WS-CURRENT-LOAN-ID
           DISPLAY 'INPUT GL EXTRACT FILE NAME (BLANK TO SKIP).'
           ACCEPT WS-GLX-FILE-NAME

           PERFORM COMPUTE-RUN-ID
           PERFORM FIND-MASTER-RECORD
           IF WS-MASTER-ON-FILE = 'N'
               DISPLAY 'NO LOAN MASTER FILE ON FILE.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-INQUIRY-FOUND = 'N'
               DISPLAY 'ACCOUNT ' WS-CURRENT-LOAN-ID
                   ' NOT FOUND ON LOAN MASTER FILE.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FND-STATUS = 'O'
               MOVE WS-FND-CHGOFF TO WS-FND-BAL-DISP
               DISPLAY 'ACCOUNT ' WS-CURRENT-LOAN-ID
                   ' ALREADY CHARGED OFF ' WS-FND-STATUS-DATE
                   ' - BALANCE ' WS-FND-BAL-DISP
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FND-STATUS = 'C'
               DISPLAY 'ACCOUNT ' WS-CURRENT-LOAN-ID
                   ' IS CLOSED - CANNOT CHARGE OFF.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FND-BAL-PRESENT = 'Y'
               MOVE WS-FND-BALANCE TO WS-CHG-PRINCIPAL
           ELSE
               COMPUTE WS-CHG-PRINCIPAL = FUNCTION NUMVAL(TOTAL-LOAN)
           END-IF
           IF WS-CHG-PRINCIPAL = ZERO
               DISPLAY 'ACCOUNT ' WS-CURRENT-LOAN-ID
                   ' HAS NO PRINCIPAL BALANCE - USE CLOSE-OUT.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-FND-SUSPENSE TO WS-CHG-SUSPENSE
           MOVE WS-FND-LATE-FEE TO WS-CHG-FEES
           IF WS-CHG-SUSPENSE NOT < WS-CHG-PRINCIPAL + WS-CHG-FEES
               DISPLAY 'SUSPENSE COVERS THE OUTSTANDING BALANCE - '
                   'POST IT BEFORE CHARGING OFF.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-CHG-AMOUNT =
               WS-CHG-PRINCIPAL + WS-CHG-FEES - WS-CHG-SUSPENSE

           DISPLAY 'ACCOUNT ' WS-CURRENT-LOAN-ID
           MOVE WS-CHG-PRINCIPAL TO WS-FND-BAL-DISP
           DISPLAY '  PRINCIPAL BALANCE  : ' WS-FND-BAL-DISP
           MOVE WS-CHG-SUSPENSE TO WS-FND-BAL-DISP
           DISPLAY '  SUSPENSE APPLIED   : ' WS-FND-BAL-DISP
           MOVE WS-CHG-FEES TO WS-FND-BAL-DISP
           DISPLAY '  LATE FEES          : ' WS-FND-BAL-DISP
           MOVE WS-CHG-AMOUNT TO WS-FND-BAL-DISP
           DISPLAY '  CHARGED-OFF BALANCE: ' WS-FND-BAL-DISP
           IF WS-FND-NONACCRUAL = 'Y'
               DISPLAY '  NON-ACCRUAL SINCE  : ' WS-FND-NONACCR-DATE
           END-IF.

       CHARGEOFF-CONFIRM SECTION.
           DISPLAY 'CONFIRM CHARGE-OFF (Y/N).'
           ACCEPT WS-CHG-ANSWER
           IF WS-CHG-ANSWER = 'N' OR WS-CHG-ANSWER = 'n'
               DISPLAY 'CHARGE-OFF CANCELLED - NO CHANGES MADE.'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CHG-ANSWER NOT = 'Y' AND WS-CHG-ANSWER NOT = 'y'
               DISPLAY 'INVALID INPUT'
               GO TO CHARGEOFF-CONFIRM
           END-IF

           PERFORM OPEN-MASTER-FOR-UPDATE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LOAN MASTER FILE - '
                   'CHARGE-OFF NOT APPLIED.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'O'             TO WS-FND-STATUS
           MOVE WS-RUN-ID(1:8)  TO WS-FND-STATUS-DATE
           MOVE ZERO            TO WS-FND-BALANCE
           MOVE 'Y'             TO WS-FND-BAL-PRESENT
           MOVE ZERO            TO WS-FND-SUSPENSE
           MOVE ZERO            TO WS-FND-LATE-FEE
           MOVE WS-CHG-AMOUNT   TO WS-FND-CHGOFF
           IF WS-FND-NONACCRUAL NOT = 'Y'
               MOVE 'Y'            TO WS-FND-NONACCRUAL
               MOVE WS-RUN-ID(1:8) TO WS-FND-NONACCR-DATE
           END-IF
           MOVE WS-FND-FREQUENCY TO WS-PERIODS-PER-YEAR
           PERFORM WRITE-MASTER-RECORD
           CLOSE LOAN-MASTER-FILE

           MOVE WS-RUN-ID(1:8) TO WS-TRN-DATE
           IF WS-CHG-SUSPENSE > ZERO
               MOVE 'SU' TO WS-TRN-CODE
               COMPUTE WS-TRN-AMOUNT = ZERO - WS-CHG-SUSPENSE
               MOVE WS-CHG-PRINCIPAL TO WS-TRN-BALANCE
               PERFORM WRITE-TRAN-RECORD
           END-IF
           MOVE 'CO' TO WS-TRN-CODE
           COMPUTE WS-TRN-AMOUNT = ZERO - WS-CHG-PRINCIPAL
           MOVE ZERO TO WS-TRN-BALANCE
           PERFORM WRITE-TRAN-RECORD
           IF WS-CHG-FEES > ZERO
               MOVE 'CF' TO WS-TRN-CODE
               COMPUTE WS-TRN-AMOUNT = ZERO - WS-CHG-FEES
               MOVE ZERO TO WS-TRN-BALANCE
               PERFORM WRITE-TRAN-RECORD
           END-IF

           MOVE WS-CHG-AMOUNT TO MONTHLY-PAYMENT
           PERFORM OPEN-AUDIT-FOR-WRITE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN AUDIT FILE - '
                   'SKIPPING AUDIT RECORD.'
           ELSE
               PERFORM WRITE-AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF

           IF WS-GLX-FILE-NAME NOT = SPACES
               OPEN EXTEND GL-EXTRACT-FILE
               IF WS-GLX-STATUS NOT = '00'
                   OPEN OUTPUT GL-EXTRACT-FILE
               END-IF
               IF WS-GLX-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN GL EXTRACT FILE - '
                       'SKIPPING GL EXTRACT.'
               ELSE
                   MOVE WS-RUN-ID          TO GLX-RUN-ID
                   MOVE SPACES             TO GLX-ORIGIN-RUN-ID
                   MOVE WS-CURRENT-LOAN-ID TO GLX-LOAN-ID
                   MOVE WS-FND-PAID-THRU   TO GLX-PERIOD
                   MOVE WS-CHG-FEES        TO GLX-INTEREST-AMOUNT
                   MOVE WS-CHG-PRINCIPAL   TO GLX-PRINCIPAL-AMOUNT
                   MOVE WS-RUN-ID(1:8)     TO GLX-POST-DATE
                   MOVE SPACE              TO GLX-RESET-FLAG
                   MOVE 'C'                TO GLX-SOURCE
                   MOVE ZERO               TO GLX-ESCROW-AMOUNT
                   WRITE GL-EXTRACT-RECORD
                   CLOSE GL-EXTRACT-FILE
               END-IF
           END-IF

           MOVE WS-CHG-AMOUNT TO WS-FND-BAL-DISP
           DISPLAY 'ACCOUNT ' WS-CURRENT-LOAN-ID
               ' CHARGED OFF - BALANCE ' WS-FND-BAL-DISP
           DISPLAY 'FURTHER RECEIPTS WILL POST AS RECOVERIES.'
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ACCRUAL-START SECTION.
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT MONTH-END DATE YYYYMMDD (BLANK FOR LAST '
               'MONTH-END).'
           ACCEPT WS-ACR-DATE
           DISPLAY 'INPUT ACCRUAL REGISTER FILE NAME.'
           ACCEPT WS-PRINT-FILE-NAME
           DISPLAY 'INPUT GL EXTRACT FILE NAME.'
           ACCEPT WS-GLX-FILE-NAME

           PERFORM COMPUTE-RUN-ID
           IF WS-ACR-DATE = SPACES
               MOVE WS-RUN-ID(1:6) TO WS-ACR-DATE(1:6)
               MOVE '01' TO WS-ACR-DATE(7:2)
               COMPUTE WS-ACR-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-ACR-DATE)) - 1
               COMPUTE WS-ACR-REV-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-ACR-DATE-INT)
               MOVE WS-ACR-REV-DATE TO WS-ACR-DATE
           END-IF
           IF WS-ACR-DATE IS NOT NUMERIC
               DISPLAY 'INVALID MONTH-END DATE - '
                   'ABORTING ACCRUAL RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-ACR-DATE-INT =
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-ACR-DATE))
           IF WS-ACR-DATE-INT = ZERO
               DISPLAY 'INVALID MONTH-END DATE - '
                   'ABORTING ACCRUAL RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-ACR-REV-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ACR-DATE-INT + 1)
           IF FUNCTION MOD(WS-ACR-REV-DATE, 100) NOT = 1
               DISPLAY 'DATE ' WS-ACR-DATE ' IS NOT A MONTH-END - '
                   'ABORTING ACCRUAL RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-GLX-FILE-NAME = SPACES
               DISPLAY 'GL EXTRACT FILE NAME REQUIRED - '
                   'ABORTING ACCRUAL RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-MASTER
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'NO LOAN MASTER FILE ON FILE - '
                   'ABORTING ACCRUAL RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ACCRUAL REGISTER FILE - '
                   'ABORTING ACCRUAL RUN.'
               CLOSE LOAN-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND GL-EXTRACT-FILE
           IF WS-GLX-STATUS NOT = '00'
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           IF WS-GLX-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GL EXTRACT FILE - '
                   'ABORTING ACCRUAL RUN.'
               CLOSE LOAN-MASTER-FILE
               CLOSE PRINT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-GLX-OPEN

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'MONTH-END INTEREST ACCRUAL RUN ' WS-RUN-ID
               ' OPERATOR: ' WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'ACCRUED THROUGH ' WS-ACR-DATE
               '  AUTO-REVERSAL DATED ' WS-ACR-REV-DATE
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           PERFORM UNTIL WS-EOF-MASTER = 'Y'
             READ LOAN-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-MASTER
               NOT AT END PERFORM ACCRUAL-ONE-LOAN
             END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE
           CLOSE GL-EXTRACT-FILE
           MOVE 'N' TO WS-GLX-OPEN

           PERFORM WRITE-ACCRUAL-TOTAL

           CLOSE PRINT-FILE
           DISPLAY 'ACCRUAL RUN COMPLETE.'
           DISPLAY 'LOANS ACCRUED     : ' WS-ACR-CNT
           DISPLAY 'NON-ACCRUAL SKIP  : ' WS-ACR-NA-CNT
           DISPLAY 'PAID/CLOSED SKIP  : ' WS-ACR-SKIP-CNT
           DISPLAY 'NO ORIGINATION DT : ' WS-ACR-NODATE-CNT
           IF WS-ACR-NODATE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       ACCRUAL-ONE-LOAN SECTION.
           ADD 1 TO WS-ACR-READ
           MOVE LM-LOAN-ID TO WS-CURRENT-LOAN-ID
           IF LM-LOAN-STATUS = 'C' OR LM-LOAN-STATUS = 'O'
               OR LM-LOAN-STATUS = 'P'
               ADD 1 TO WS-ACR-SKIP-CNT
               GO TO ACCRUAL-ONE-EXIT
           END-IF
           IF LM-NONACCRUAL = 'Y'
               ADD 1 TO WS-ACR-NA-CNT
               GO TO ACCRUAL-ONE-EXIT
           END-IF
           IF LM-CURRENT-BALANCE IS NUMERIC
               MOVE LM-CURRENT-BALANCE-N TO WS-FND-BALANCE
               MOVE 'Y' TO WS-FND-BAL-PRESENT
               IF WS-FND-BALANCE = ZERO
                   ADD 1 TO WS-ACR-SKIP-CNT
                   GO TO ACCRUAL-ONE-EXIT
               END-IF
           ELSE
               MOVE ZERO TO WS-FND-BALANCE
               MOVE 'N' TO WS-FND-BAL-PRESENT
           END-IF
           IF LM-PAID-THRU IS NUMERIC
               MOVE LM-PAID-THRU-N TO WS-FND-PAID-THRU
           ELSE
               MOVE ZERO TO WS-FND-PAID-THRU
           END-IF
           IF LM-ORIG-DATE IS NOT NUMERIC
               ADD 1 TO WS-ACR-NODATE-CNT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'NO ORIGINATION DATE ON MASTER FOR '
                   LM-LOAN-ID ' - NOT ACCRUED' DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               GO TO ACCRUAL-ONE-EXIT
           END-IF
           COMPUTE WS-QUOTE-ORIG-INT =
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LM-ORIG-DATE))
           IF WS-QUOTE-ORIG-INT = ZERO
               ADD 1 TO WS-ACR-NODATE-CNT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'INVALID ORIGINATION DATE ON MASTER FOR '
                   LM-LOAN-ID ' - NOT ACCRUED' DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               GO TO ACCRUAL-ONE-EXIT
           END-IF
           IF WS-ACR-DATE-INT < WS-QUOTE-ORIG-INT
               ADD 1 TO WS-ACR-SKIP-CNT
               GO TO ACCRUAL-ONE-EXIT
           END-IF

           MOVE LM-TOTAL-LOAN    TO TOTAL-LOAN
           MOVE LM-INTEREST-RATE TO INTEREST-RATE
           MOVE LM-YEARS         TO YEARS
           COMPUTE NUMTOTAL-LOAN = FUNCTION NUMVAL(TOTAL-LOAN)
           COMPUTE NUMINTEREST-RATE = FUNCTION NUMVAL(INTEREST-RATE)
           COMPUTE NUMYEARS = FUNCTION NUMVAL(YEARS)
           IF LM-FREQUENCY IS NUMERIC AND LM-FREQUENCY NOT = ZERO
               MOVE LM-FREQUENCY TO WS-PERIODS-PER-YEAR
           ELSE
               MOVE 12 TO WS-PERIODS-PER-YEAR
           END-IF
           COMPUTE WS-QUOTE-TOTAL-PER =
               NUMYEARS * WS-PERIODS-PER-YEAR
           MOVE LM-PRODUCT-TYPE  TO WS-ARM-TYPE
           MOVE LM-RESET-FREQ    TO WS-ARM-RESET-X
           MOVE LM-RATE-STEP     TO WS-ARM-STEP-X
           MOVE LM-RATE-CAP      TO WS-ARM-CAP-X
           MOVE LM-RATE-FLOOR    TO WS-ARM-FLOOR-X
           PERFORM PARSE-ARM-TERMS
           IF WS-VALID-FLAG = 'N'
               MOVE 'F' TO WS-ARM-TYPE
               PERFORM PARSE-ARM-TERMS
           END-IF

           MOVE WS-ACR-DATE-INT TO WS-QUOTE-DATE-INT
           PERFORM QUOTE-COMPUTE-ACCRUED
           IF WS-QUOTE-BALANCE = ZERO
               ADD 1 TO WS-ACR-SKIP-CNT
               GO TO ACCRUAL-ONE-EXIT
           END-IF

           ADD 1 TO WS-ACR-CNT
           ADD WS-QUOTE-BALANCE TO WS-ACR-TOT-BAL
           ADD WS-QUOTE-ACCRUED TO WS-ACR-TOT-INT
           IF WS-ARM-TYPE = 'A'
               ADD 1 TO WS-ACR-A-CNT
               ADD WS-QUOTE-BALANCE TO WS-ACR-A-BAL
               ADD WS-QUOTE-ACCRUED TO WS-ACR-A-INT
           ELSE
               ADD 1 TO WS-ACR-F-CNT
               ADD WS-QUOTE-BALANCE TO WS-ACR-F-BAL
               ADD WS-QUOTE-ACCRUED TO WS-ACR-F-INT
           END-IF

           MOVE WS-QUOTE-BALANCE TO WS-AMORT-BAL-DISP
           MOVE WS-ARM-CUR-RATE TO WS-ACR-RATE-DISP
           MOVE WS-QUOTE-DAYS TO WS-QUOTE-DAYS-DISP
           MOVE WS-QUOTE-ACCRUED TO WS-AMORT-INT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'ACCRUE ' LM-LOAN-ID ' ' WS-ARM-TYPE
               ' BAL ' WS-AMORT-BAL-DISP ' RATE ' WS-ACR-RATE-DISP
               ' DAYS ' WS-QUOTE-DAYS-DISP ' INT ' WS-AMORT-INT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           IF WS-QUOTE-ACCRUED = ZERO
               ADD 1 TO WS-ACR-ZERO-CNT
               GO TO ACCRUAL-ONE-EXIT
           END-IF
           MOVE WS-RUN-ID          TO GLX-RUN-ID
           MOVE SPACES             TO GLX-ORIGIN-RUN-ID
           MOVE WS-CURRENT-LOAN-ID TO GLX-LOAN-ID
           MOVE WS-FND-PAID-THRU   TO GLX-PERIOD
           MOVE WS-QUOTE-ACCRUED   TO GLX-INTEREST-AMOUNT
           MOVE ZERO               TO GLX-PRINCIPAL-AMOUNT
           MOVE WS-ACR-DATE        TO GLX-POST-DATE
           MOVE SPACE              TO GLX-RESET-FLAG
           MOVE 'A'                TO GLX-SOURCE
           MOVE ZERO               TO GLX-ESCROW-AMOUNT
           WRITE GL-EXTRACT-RECORD
           COMPUTE GLX-INTEREST-AMOUNT = ZERO - WS-QUOTE-ACCRUED
           MOVE WS-ACR-REV-DATE    TO GLX-POST-DATE
           MOVE 'V'                TO GLX-RESET-FLAG
           WRITE GL-EXTRACT-RECORD.

       ACCRUAL-ONE-EXIT.
           EXIT.

       WRITE-ACCRUAL-TOTAL SECTION.
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE 'ACCRUAL TOTALS BY PRODUCT TYPE' TO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ACR-F-CNT TO WS-COUNT-DISP
           MOVE WS-ACR-F-BAL TO WS-AGE-BAL-DISP
           MOVE WS-ACR-F-INT TO WS-BIL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'FIXED (F)      LOANS ' WS-COUNT-DISP
               ' BALANCE ' WS-AGE-BAL-DISP ' ACCRUED ' WS-BIL-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ACR-A-CNT TO WS-COUNT-DISP
           MOVE WS-ACR-A-BAL TO WS-AGE-BAL-DISP
           MOVE WS-ACR-A-INT TO WS-BIL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'ADJUSTABLE (A) LOANS ' WS-COUNT-DISP
               ' BALANCE ' WS-AGE-BAL-DISP ' ACCRUED ' WS-BIL-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ACR-CNT TO WS-COUNT-DISP
           MOVE WS-ACR-TOT-BAL TO WS-AGE-BAL-DISP
           MOVE WS-ACR-TOT-INT TO WS-BIL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'TOTAL          LOANS ' WS-COUNT-DISP
               ' BALANCE ' WS-AGE-BAL-DISP ' ACCRUED ' WS-BIL-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ACR-TOT-INT TO WS-POST-SUM-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'GL ACCRUAL (A) DATED ' WS-ACR-DATE '   : '
               WS-POST-SUM-DISP DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           COMPUTE WS-ACR-REV-AMT = ZERO - WS-ACR-TOT-INT
           MOVE WS-ACR-REV-AMT TO WS-POST-SUM-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'GL REVERSAL (A/V) DATED ' WS-ACR-REV-DATE ': '
               WS-POST-SUM-DISP DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ACR-ZERO-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'LOANS WITH NO ACCRUAL (PAID AHEAD): '
               WS-COUNT-DISP DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ACR-NA-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'NON-ACCRUAL LOANS NOT ACCRUED     : '
               WS-COUNT-DISP DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ACR-SKIP-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'PAID/CLOSED/CHARGED-OFF SKIPPED   : '
               WS-COUNT-DISP DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ACR-NODATE-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'NO ORIGINATION DATE - NOT ACCRUED : '
               WS-COUNT-DISP DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       ACH-OPEN-FOR-BILLING SECTION.
           MOVE 'N' TO WS-ACH-ACTIVE
           OPEN INPUT ACH-ENROLL-FILE
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'NO ACH ENROLLMENT FILE ON FILE - '
                   'ACH DRAFTS SKIPPED.'
               GO TO ACH-OPEN-FOR-BILLING-EXIT
           END-IF
           OPEN OUTPUT ACH-WORK-FILE
           IF WS-AWK-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ACH WORK FILE - '
                   'ACH DRAFTS SKIPPED.'
               CLOSE ACH-ENROLL-FILE
               GO TO ACH-OPEN-FOR-BILLING-EXIT
           END-IF
           CLOSE ACH-WORK-FILE
           OPEN I-O ACH-WORK-FILE
           IF WS-AWK-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REOPEN ACH WORK FILE - '
                   'ACH DRAFTS SKIPPED.'
               CLOSE ACH-ENROLL-FILE
               GO TO ACH-OPEN-FOR-BILLING-EXIT
           END-IF
           COMPUTE WS-ACH-RUN-INT =
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RUN-ID(1:8)))
           MOVE 'Y' TO WS-ACH-ACTIVE.

       ACH-OPEN-FOR-BILLING-EXIT.
           EXIT.

       ACH-BILL-ONE-LOAN SECTION.
           MOVE 'N' TO WS-ACH-FOUND
           MOVE LM-LOAN-ID TO ACH-LOAN-ID
           READ ACH-ENROLL-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO WS-ACH-FOUND
           END-READ
           IF WS-ACH-FOUND = 'N' OR ACH-STATUS = 'S'
               GO TO ACH-BILL-ONE-EXIT
           END-IF
           IF ACH-STATUS NOT = 'A'
               ADD 1 TO WS-ACH-SKIP-CNT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING '       ' LM-LOAN-ID ' ACH ENROLLMENT HELD - '
                   ACH-RETURN-CNT ' RETURNS, LAST ' ACH-LAST-RETURN
                   ' - NOT DRAFTED' DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               GO TO ACH-BILL-ONE-EXIT
           END-IF
           IF WS-BIL-TOTAL = ZERO
               GO TO ACH-BILL-ONE-EXIT
           END-IF
           IF WS-BIL-DUE-DATE = ZERO
               ADD 1 TO WS-ACH-SKIP-CNT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING '       ' LM-LOAN-ID ' NO DUE DATE - '
                   'ACH NOT DRAFTED' DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               GO TO ACH-BILL-ONE-EXIT
           END-IF

           MOVE WS-BIL-DUE-DATE TO WS-ACH-EFF-DATE-N
           MOVE ACH-DRAFT-DAY TO WS-ACH-EFF-DATE(7:2)
           COMPUTE WS-ACH-EFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACH-EFF-DATE-N)
           IF WS-ACH-EFF-INT NOT > WS-ACH-RUN-INT
               COMPUTE WS-ACH-EFF-INT = WS-ACH-RUN-INT + 1
               COMPUTE WS-ACH-EFF-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-ACH-EFF-INT)
           END-IF
           IF ACH-START-DATE IS NUMERIC
               AND ACH-START-DATE > WS-ACH-EFF-DATE
               GO TO ACH-BILL-ONE-EXIT
           END-IF
           IF ACH-STOP-DATE IS NUMERIC
               AND ACH-STOP-DATE NOT = ZERO
               AND ACH-STOP-DATE NOT > WS-ACH-EFF-DATE
               GO TO ACH-BILL-ONE-EXIT
           END-IF

           MOVE WS-ACH-EFF-DATE TO AWK-EFF-DATE
           MOVE LM-LOAN-ID      TO AWK-LOAN-ID
           MOVE ACH-ROUTING     TO AWK-ROUTING
           MOVE ACH-ACCOUNT     TO AWK-ACCOUNT
           MOVE ACH-ACCT-TYPE   TO AWK-ACCT-TYPE
           MOVE WS-BIL-TOTAL    TO AWK-AMOUNT
           MOVE WS-BRW-NAME     TO AWK-NAME
           WRITE ACH-WORK-RECORD
             INVALID KEY
               REWRITE ACH-WORK-RECORD
           END-WRITE
           IF WS-AWK-STATUS NOT = '00'
               DISPLAY 'ACH WORK FILE WRITE FAILED FOR '
                   LM-LOAN-ID ' - STATUS ' WS-AWK-STATUS
               GO TO ACH-BILL-ONE-EXIT
           END-IF
           ADD 1 TO WS-ACH-CNT
           ADD WS-BIL-TOTAL TO WS-ACH-TOTAL
           MOVE WS-BIL-TOTAL TO WS-BIL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING '       ' LM-LOAN-ID ' ACH DRAFT ' WS-BIL-DISP
               ' EFFECTIVE ' WS-ACH-EFF-DATE DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       ACH-BILL-ONE-EXIT.
           EXIT.

       ACH-WRITE-NACHA-FILE SECTION.
           CLOSE ACH-ENROLL-FILE
           CLOSE ACH-WORK-FILE
           MOVE 'N' TO WS-ACH-ACTIVE
           OPEN INPUT ACH-WORK-FILE
           IF WS-AWK-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REOPEN ACH WORK FILE - '
                   'NO ACH ORIGINATION FILE WRITTEN.'
               GO TO ACH-WRITE-NACHA-EXIT
           END-IF
           OPEN OUTPUT NACHA-FILE
           IF WS-NCH-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ACH ORIGINATION FILE - '
                   'NO ACH ORIGINATION FILE WRITTEN.'
               CLOSE ACH-WORK-FILE
               GO TO ACH-WRITE-NACHA-EXIT
           END-IF
           OPEN OUTPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ACH SETTLEMENT PAYMENT FILE - '
                   'NO ACH ORIGINATION FILE WRITTEN.'
               CLOSE ACH-WORK-FILE
               CLOSE NACHA-FILE
               GO TO ACH-WRITE-NACHA-EXIT
           END-IF
           OPEN I-O ACH-ENROLL-FILE
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REOPEN ACH ENROLLMENT FILE - '
                   'NO ACH ORIGINATION FILE WRITTEN.'
               CLOSE ACH-WORK-FILE
               CLOSE NACHA-FILE
               CLOSE PAYMENT-FILE
               GO TO ACH-WRITE-NACHA-EXIT
           END-IF

           MOVE SPACES TO NCH-FILE-HEADER
           MOVE '1'                TO NFH-RECORD-TYPE
           MOVE '01'               TO NFH-PRIORITY
           MOVE WS-NCH-IMMED-DEST  TO NFH-IMMED-DEST
           MOVE WS-NCH-IMMED-ORIG  TO NFH-IMMED-ORIGIN
           MOVE WS-RUN-ID(3:6)     TO NFH-CREATE-DATE
           MOVE WS-RUN-ID(9:4)     TO NFH-CREATE-TIME
           MOVE 'A'                TO NFH-FILE-ID-MOD
           MOVE '094'              TO NFH-RECORD-SIZE
           MOVE '10'               TO NFH-BLOCKING
           MOVE '1'                TO NFH-FORMAT-CODE
           MOVE WS-NCH-DEST-NAME   TO NFH-DEST-NAME
           MOVE WS-NCH-ORIG-NAME   TO NFH-ORIGIN-NAME
           MOVE WS-RUN-ID(7:8)     TO NFH-REFERENCE
           WRITE NCH-FILE-HEADER
           ADD 1 TO WS-NCH-REC-CNT

           MOVE SPACES TO WS-NCH-PREV-DATE
           MOVE 'N' TO WS-EOF-AWK
           PERFORM UNTIL WS-EOF-AWK = 'Y'
             READ ACH-WORK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-AWK
               NOT AT END PERFORM ACH-WRITE-ENTRY
             END-READ
           END-PERFORM
           IF WS-NCH-PREV-DATE NOT = SPACES
               PERFORM ACH-WRITE-BATCH-CONTROL
           END-IF

           ADD 1 TO WS-NCH-REC-CNT
           COMPUTE WS-NCH-BLOCK-CNT = (WS-NCH-REC-CNT + 9) / 10
           COMPUTE WS-NCH-PAD =
               (WS-NCH-BLOCK-CNT * 10) - WS-NCH-REC-CNT
           MOVE SPACES TO NCH-FILE-CONTROL
           MOVE '9'                TO NFC-RECORD-TYPE
           MOVE WS-NCH-BATCH-CNT   TO NFC-BATCH-COUNT
           MOVE WS-NCH-BLOCK-CNT   TO NFC-BLOCK-COUNT
           MOVE WS-NCH-F-ENTRIES   TO NFC-ENTRY-COUNT
           MOVE WS-NCH-F-HASH      TO NFC-ENTRY-HASH
           MOVE WS-NCH-F-DEBIT     TO NFC-TOTAL-DEBIT
           MOVE ZERO               TO NFC-TOTAL-CREDIT
           WRITE NCH-FILE-CONTROL
           IF WS-NCH-PAD > ZERO
               PERFORM ACH-WRITE-PAD-RECORD WS-NCH-PAD TIMES
           END-IF
           CLOSE ACH-WORK-FILE
           CLOSE NACHA-FILE
           CLOSE PAYMENT-FILE
           CLOSE ACH-ENROLL-FILE

           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-NCH-F-ENTRIES TO WS-STMT-CNT-DISP
           MOVE WS-NCH-F-DEBIT TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'ACH FILE CONTROL - ENTRIES: ' WS-STMT-CNT-DISP
               '  TOTAL DEBITS: ' WS-AGE-BAL-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-NCH-BATCH-CNT TO WS-STMT-CNT-DISP
           MOVE WS-NCH-F-HASH TO WS-NCH-HASH-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'ACH BATCHES: ' WS-STMT-CNT-DISP
               '  ENTRY HASH: ' WS-NCH-HASH-DISP
               '  BLOCKS: ' WS-NCH-BLOCK-CNT
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ACH-SKIP-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'ACH ENROLLED NOT DRAFTED: ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       ACH-WRITE-NACHA-EXIT.
           EXIT.

       ACH-WRITE-ENTRY SECTION.
           IF AWK-EFF-DATE NOT = WS-NCH-PREV-DATE
               IF WS-NCH-PREV-DATE NOT = SPACES
                   PERFORM ACH-WRITE-BATCH-CONTROL
               END-IF
               PERFORM ACH-WRITE-BATCH-HEADER
           END-IF

           ADD 1 TO WS-NCH-TRACE-SEQ
           MOVE SPACES TO NCH-ENTRY-DETAIL
           MOVE '6'                TO NED-RECORD-TYPE
           IF AWK-ACCT-TYPE = 'S'
               MOVE '37'           TO NED-TRAN-CODE
           ELSE
               MOVE '27'           TO NED-TRAN-CODE
           END-IF
           MOVE AWK-ROUTING(1:8)   TO NED-RDFI-ID
           MOVE AWK-ROUTING(9:1)   TO NED-CHECK-DIGIT
           MOVE AWK-ACCOUNT        TO NED-DFI-ACCOUNT
           MOVE AWK-AMOUNT         TO NED-AMOUNT
           MOVE AWK-LOAN-ID        TO NED-INDIV-ID
           MOVE AWK-NAME           TO NED-INDIV-NAME
           MOVE '0'                TO NED-ADDENDA-IND
           MOVE WS-NCH-ODFI-ID     TO NED-TRACE-ODFI
           MOVE WS-NCH-TRACE-SEQ   TO NED-TRACE-SEQ
           WRITE NCH-ENTRY-DETAIL
           ADD 1 TO WS-NCH-REC-CNT
           ADD 1 TO WS-NCH-B-ENTRIES
           ADD 1 TO WS-NCH-F-ENTRIES
           MOVE AWK-ROUTING(1:8) TO WS-NCH-RDFI-N
           ADD WS-NCH-RDFI-N TO WS-NCH-B-HASH
           ADD WS-NCH-RDFI-N TO WS-NCH-F-HASH
           ADD AWK-AMOUNT TO WS-NCH-B-DEBIT
           ADD AWK-AMOUNT TO WS-NCH-F-DEBIT

           MOVE AWK-AMOUNT TO WS-ACH-AMT-EDIT
           MOVE AWK-LOAN-ID     TO PMT-LOAN-ID
           MOVE AWK-EFF-DATE    TO PMT-DATE
           MOVE WS-ACH-AMT-EDIT TO PMT-AMOUNT
           MOVE 'P'             TO PMT-TRAN-CODE
           MOVE SPACES          TO PMT-REFERENCE
           STRING AWK-EFF-DATE(3:6) WS-NCH-TRACE-SEQ(4:4)
               DELIMITED BY SIZE INTO PMT-REFERENCE
           WRITE PAYMENT-RECORD

           MOVE AWK-LOAN-ID TO ACH-LOAN-ID
           READ ACH-ENROLL-FILE
             INVALID KEY
               DISPLAY 'ACH ENROLLMENT NOT FOUND FOR '
                   AWK-LOAN-ID ' - DRAFT REFERENCE NOT SAVED'
             NOT INVALID KEY
               MOVE PMT-REFERENCE TO ACH-LAST-DRAFT-REF
               REWRITE ACH-ENROLL-RECORD
               IF WS-ACH-STATUS NOT = '00'
                   DISPLAY 'ACH ENROLLMENT UPDATE FAILED FOR '
                       ACH-LOAN-ID ' - STATUS ' WS-ACH-STATUS
               END-IF
           END-READ.

       ACH-WRITE-BATCH-HEADER SECTION.
           MOVE AWK-EFF-DATE TO WS-NCH-PREV-DATE
           ADD 1 TO WS-NCH-BATCH-NO
           ADD 1 TO WS-NCH-BATCH-CNT
           MOVE ZERO TO WS-NCH-B-ENTRIES
           MOVE ZERO TO WS-NCH-B-HASH
           MOVE ZERO TO WS-NCH-B-DEBIT
           MOVE SPACES TO NCH-BATCH-HEADER
           MOVE '5'                 TO NBH-RECORD-TYPE
           MOVE '225'               TO NBH-SERVICE-CLASS
           MOVE WS-NCH-COMPANY-NAME TO NBH-COMPANY-NAME
           MOVE WS-NCH-COMPANY-ID   TO NBH-COMPANY-ID
           MOVE 'PPD'               TO NBH-SEC-CODE
           MOVE 'LOAN PMT'          TO NBH-ENTRY-DESC
           MOVE WS-RUN-ID(3:6)      TO NBH-DESC-DATE
           MOVE AWK-EFF-DATE(3:6)   TO NBH-EFFECTIVE-DATE
           MOVE '1'                 TO NBH-ORIG-STATUS
           MOVE WS-NCH-ODFI-ID      TO NBH-ODFI-ID
           MOVE WS-NCH-BATCH-NO     TO NBH-BATCH-NO
           WRITE NCH-BATCH-HEADER
           ADD 1 TO WS-NCH-REC-CNT.

       ACH-WRITE-BATCH-CONTROL SECTION.
           MOVE SPACES TO NCH-BATCH-CONTROL
           MOVE '8'                TO NBC-RECORD-TYPE
           MOVE '225'              TO NBC-SERVICE-CLASS
           MOVE WS-NCH-B-ENTRIES   TO NBC-ENTRY-COUNT
           MOVE WS-NCH-B-HASH      TO NBC-ENTRY-HASH
           MOVE WS-NCH-B-DEBIT     TO NBC-TOTAL-DEBIT
           MOVE ZERO               TO NBC-TOTAL-CREDIT
           MOVE WS-NCH-COMPANY-ID  TO NBC-COMPANY-ID
           MOVE WS-NCH-ODFI-ID     TO NBC-ODFI-ID
           MOVE WS-NCH-BATCH-NO    TO NBC-BATCH-NO
           WRITE NCH-BATCH-CONTROL
           ADD 1 TO WS-NCH-REC-CNT
           MOVE WS-NCH-B-ENTRIES TO WS-COUNT-DISP
           MOVE WS-NCH-B-DEBIT TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'ACH BATCH ' WS-NCH-BATCH-NO ' EFFECTIVE '
               WS-NCH-PREV-DATE ' ENTRIES ' WS-COUNT-DISP
               ' DEBITS ' WS-AGE-BAL-DISP DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       ACH-WRITE-PAD-RECORD SECTION.
           MOVE ALL '9' TO NCH-RECORD
           WRITE NCH-RECORD.

       ACH-MAINT-START SECTION.
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           PERFORM COMPUTE-RUN-ID
           OPEN I-O ACH-ENROLL-FILE
           IF WS-ACH-STATUS NOT = '00'
               OPEN OUTPUT ACH-ENROLL-FILE
               IF WS-ACH-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN ACH ENROLLMENT FILE - '
                       'ABORTING ACH MAINTENANCE.'
                   GOBACK
               END-IF
               CLOSE ACH-ENROLL-FILE
               OPEN I-O ACH-ENROLL-FILE
               IF WS-ACH-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO REOPEN ACH ENROLLMENT FILE - '
                       'ABORTING ACH MAINTENANCE.'
                   GOBACK
               END-IF
           END-IF.

       ACH-MAINT-LOOP SECTION.
           DISPLAY 'INPUT ACCOUNT NUMBER (BLANK TO END).'
           ACCEPT WS-CURRENT-LOAN-ID
           IF WS-CURRENT-LOAN-ID = SPACES
               CLOSE ACH-ENROLL-FILE
               DISPLAY 'ACH ENROLLMENT MAINTENANCE COMPLETE.'
               DISPLAY 'RECORDS ADDED/CHANGED: ' WS-ACH-UPD-COUNT
               GOBACK
           END-IF
           PERFORM FIND-MASTER-RECORD
           IF WS-INQUIRY-FOUND = 'N'
               DISPLAY 'ACCOUNT ' WS-CURRENT-LOAN-ID
                   ' NOT FOUND ON LOAN MASTER FILE.'
               GO TO ACH-MAINT-LOOP
           END-IF

           MOVE 'N' TO WS-ACH-FOUND
           MOVE WS-CURRENT-LOAN-ID TO ACH-LOAN-ID
           READ ACH-ENROLL-FILE
             INVALID KEY
               MOVE SPACES TO ACH-ROUTING
               MOVE SPACES TO ACH-ACCOUNT
               MOVE 'C' TO ACH-ACCT-TYPE
               MOVE ZERO TO ACH-DRAFT-DAY
               MOVE WS-RUN-ID(1:8) TO ACH-START-DATE
               MOVE SPACES TO ACH-STOP-DATE
               MOVE 'A' TO ACH-STATUS
               MOVE ZERO TO ACH-RETURN-CNT
               MOVE SPACES TO ACH-LAST-RETURN
               MOVE SPACES TO ACH-LAST-RET-DATE
               MOVE SPACES TO ACH-LAST-DRAFT-REF
               DISPLAY 'ACCOUNT ' WS-CURRENT-LOAN-ID
                   ' NOT ENROLLED IN AUTO-DEBIT - ADDING.'
             NOT INVALID KEY
               MOVE 'Y' TO WS-ACH-FOUND
               DISPLAY 'ACCOUNT ' WS-CURRENT-LOAN-ID ' ON FILE -'
               DISPLAY '  ROUTING  : ' ACH-ROUTING
                   '  ACCOUNT: ' ACH-ACCOUNT ' TYPE: ' ACH-ACCT-TYPE
               DISPLAY '  DRAFT DAY: ' ACH-DRAFT-DAY
                   '  START: ' ACH-START-DATE
                   '  STOP: ' ACH-STOP-DATE
               DISPLAY '  STATUS   : ' ACH-STATUS
                   '  RETURNS: ' ACH-RETURN-CNT
                   '  LAST: ' ACH-LAST-RETURN ' ' ACH-LAST-RET-DATE
           END-READ.

       ACH-MAINT-ROUTING SECTION.
           DISPLAY 'INPUT BANK ROUTING NUMBER (BLANK TO KEEP CURRENT).'
           ACCEPT WS-ACH-ANSWER
           IF WS-ACH-ANSWER = SPACES
               IF ACH-ROUTING = SPACES
                   DISPLAY 'ROUTING NUMBER REQUIRED.'
                   GO TO ACH-MAINT-ROUTING
               END-IF
           ELSE
               MOVE WS-ACH-ANSWER TO WS-ACH-ABA
               IF WS-ACH-ANSWER(10:8) NOT = SPACES
                   OR WS-ACH-ABA IS NOT NUMERIC
                   DISPLAY 'ROUTING NUMBER MUST BE 9 DIGITS.'
                   GO TO ACH-MAINT-ROUTING
               END-IF
               COMPUTE WS-ACH-ABA-SUM =
                   3 * (WS-ACH-ABA-D(1) + WS-ACH-ABA-D(4)
                        + WS-ACH-ABA-D(7))
                 + 7 * (WS-ACH-ABA-D(2) + WS-ACH-ABA-D(5)
                        + WS-ACH-ABA-D(8))
                 +     (WS-ACH-ABA-D(3) + WS-ACH-ABA-D(6)
                        + WS-ACH-ABA-D(9))
               IF FUNCTION MOD(WS-ACH-ABA-SUM, 10) NOT = ZERO
                   OR WS-ACH-ABA = ZERO
                   DISPLAY 'ROUTING NUMBER FAILS CHECK DIGIT.'
                   GO TO ACH-MAINT-ROUTING
               END-IF
               MOVE WS-ACH-ABA TO ACH-ROUTING
           END-IF.

       ACH-MAINT-ACCOUNT SECTION.
           DISPLAY 'INPUT BANK ACCOUNT NUMBER (BLANK TO KEEP CURRENT).'
           ACCEPT WS-ACH-ANSWER
           IF WS-ACH-ANSWER = SPACES
               IF ACH-ACCOUNT = SPACES
                   DISPLAY 'BANK ACCOUNT NUMBER REQUIRED.'
                   GO TO ACH-MAINT-ACCOUNT
               END-IF
           ELSE
               MOVE WS-ACH-ANSWER TO ACH-ACCOUNT
           END-IF
           DISPLAY 'INPUT ACCOUNT TYPE C=CHECKING S=SAVINGS '
               '(BLANK TO KEEP CURRENT).'
           ACCEPT WS-ACH-ANSWER
           IF WS-ACH-ANSWER NOT = SPACES
               IF WS-ACH-ANSWER = 'C' OR WS-ACH-ANSWER = 'c'
                   MOVE 'C' TO ACH-ACCT-TYPE
               ELSE
                   IF WS-ACH-ANSWER = 'S' OR WS-ACH-ANSWER = 's'
                       MOVE 'S' TO ACH-ACCT-TYPE
                   ELSE
                       DISPLAY 'INVALID INPUT'
                       GO TO ACH-MAINT-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       ACH-MAINT-DRAFT-DAY SECTION.
           DISPLAY 'INPUT DRAFT DAY OF MONTH 1-28 '
               '(BLANK TO KEEP CURRENT).'
           ACCEPT WS-ACH-ANSWER
           IF WS-ACH-ANSWER = SPACES
               IF ACH-DRAFT-DAY = ZERO
                   DISPLAY 'DRAFT DAY REQUIRED.'
                   GO TO ACH-MAINT-DRAFT-DAY
               END-IF
           ELSE
               MOVE SPACES TO WS-GENERIC-FIELD
               MOVE WS-ACH-ANSWER TO WS-GENERIC-FIELD
               MOVE 2 TO WS-GENERIC-LEN
               PERFORM VALIDATE-NUMERIC-FIELD
               IF WS-VALID-FLAG = 'N'
                   OR WS-ACH-ANSWER(3:15) NOT = SPACES
                   DISPLAY 'INVALID INPUT'
                   GO TO ACH-MAINT-DRAFT-DAY
               END-IF
               COMPUTE ACH-DRAFT-DAY = FUNCTION NUMVAL(WS-ACH-ANSWER)
               IF ACH-DRAFT-DAY < 1 OR ACH-DRAFT-DAY > 28
                   DISPLAY 'DRAFT DAY MUST BE 1 THROUGH 28.'
                   MOVE ZERO TO ACH-DRAFT-DAY
                   GO TO ACH-MAINT-DRAFT-DAY
               END-IF
           END-IF.

       ACH-MAINT-START-DATE SECTION.
           DISPLAY 'INPUT DRAFT START DATE YYYYMMDD '
               '(BLANK TO KEEP CURRENT).'
           ACCEPT WS-ACH-ANSWER
           IF WS-ACH-ANSWER NOT = SPACES
               IF WS-ACH-ANSWER(1:8) IS NOT NUMERIC
                   OR WS-ACH-ANSWER(9:9) NOT = SPACES
                   DISPLAY 'INVALID INPUT'
                   GO TO ACH-MAINT-START-DATE
               END-IF
               COMPUTE WS-ACH-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-ACH-ANSWER(1:8)))
               IF WS-ACH-DATE-INT = ZERO
                   DISPLAY 'INVALID INPUT'
                   GO TO ACH-MAINT-START-DATE
               END-IF
               MOVE WS-ACH-ANSWER(1:8) TO ACH-START-DATE
           END-IF.

       ACH-MAINT-STOP-DATE SECTION.
           DISPLAY 'INPUT DRAFT STOP DATE YYYYMMDD '
               '(BLANK TO KEEP CURRENT, 0 TO CLEAR).'
           ACCEPT WS-ACH-ANSWER
           IF WS-ACH-ANSWER = '0'
               MOVE SPACES TO ACH-STOP-DATE
           ELSE
               IF WS-ACH-ANSWER NOT = SPACES
                   IF WS-ACH-ANSWER(1:8) IS NOT NUMERIC
                       OR WS-ACH-ANSWER(9:9) NOT = SPACES
                       DISPLAY 'INVALID INPUT'
                       GO TO ACH-MAINT-STOP-DATE
                   END-IF
                   COMPUTE WS-ACH-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-ACH-ANSWER(1:8)))
                   IF WS-ACH-DATE-INT = ZERO
                       DISPLAY 'INVALID INPUT'
                       GO TO ACH-MAINT-STOP-DATE
                   END-IF
                   IF WS-ACH-ANSWER(1:8) < ACH-START-DATE
                       DISPLAY 'STOP DATE IS BEFORE START DATE.'
                       GO TO ACH-MAINT-STOP-DATE
                   END-IF
                   MOVE WS-ACH-ANSWER(1:8) TO ACH-STOP-DATE
               END-IF
           END-IF.

       ACH-MAINT-STATUS SECTION.
           DISPLAY 'INPUT STATUS A=ACTIVE S=STOPPED H=HELD '
               '(BLANK TO KEEP CURRENT).'
           ACCEPT WS-ACH-ANSWER
           IF WS-ACH-ANSWER NOT = SPACES
               EVALUATE WS-ACH-ANSWER(1:1)
                   WHEN 'A'
                   WHEN 'a'
                       IF ACH-STATUS NOT = 'A'
                           DISPLAY 'ENROLLMENT REACTIVATED - '
                               'RETURN COUNT CLEARED.'
                       END-IF
                       MOVE 'A' TO ACH-STATUS
                       MOVE ZERO TO ACH-RETURN-CNT
                   WHEN 'S'
                   WHEN 's'
                       MOVE 'S' TO ACH-STATUS
                   WHEN 'H'
                   WHEN 'h'
                       MOVE 'H' TO ACH-STATUS
                   WHEN OTHER
                       DISPLAY 'INVALID INPUT'
                       GO TO ACH-MAINT-STATUS
               END-EVALUATE
           END-IF

           MOVE WS-CURRENT-LOAN-ID TO ACH-LOAN-ID
           MOVE WS-OPERATOR-ID TO ACH-OPERATOR
           MOVE WS-RUN-ID(1:8) TO ACH-MAINT-DATE
           IF WS-ACH-FOUND = 'Y'
               REWRITE ACH-ENROLL-RECORD
           ELSE
               WRITE ACH-ENROLL-RECORD
                 INVALID KEY
                   REWRITE ACH-ENROLL-RECORD
               END-WRITE
           END-IF
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'ACH ENROLLMENT UPDATE FAILED FOR '
                   ACH-LOAN-ID ' - STATUS ' WS-ACH-STATUS
           ELSE
               ADD 1 TO WS-ACH-UPD-COUNT
               DISPLAY 'ACH ENROLLMENT UPDATED FOR '
                   WS-CURRENT-LOAN-ID
           END-IF
           GO TO ACH-MAINT-LOOP.

       ACH-RETURN-START SECTION.
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT ACH RETURN FILE NAME.'
           ACCEPT WS-ART-FILE-NAME
           DISPLAY 'INPUT REVERSAL PAYMENT FILE NAME.'
           ACCEPT WS-PAYMENT-FILE-NAME
           DISPLAY 'INPUT ACH RETURN REPORT FILE NAME.'
           ACCEPT WS-PRINT-FILE-NAME

           PERFORM COMPUTE-RUN-ID
           OPEN INPUT ACH-RETURN-FILE
           IF WS-ART-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ACH RETURN FILE - '
                   'ABORTING RETURN RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACH-ENROLL-FILE
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'NO ACH ENROLLMENT FILE ON FILE - '
                   'ABORTING RETURN RUN.'
               CLOSE ACH-RETURN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN REVERSAL PAYMENT FILE - '
                   'ABORTING RETURN RUN.'
               CLOSE ACH-RETURN-FILE
               CLOSE ACH-ENROLL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ACH RETURN REPORT FILE - '
                   'ABORTING RETURN RUN.'
               CLOSE ACH-RETURN-FILE
               CLOSE ACH-ENROLL-FILE
               CLOSE PAYMENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'ACH RETURN INTAKE RUN ' WS-RUN-ID
               ' OPERATOR: ' WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           MOVE 'N' TO WS-ART-PENDING
           PERFORM UNTIL WS-EOF-ART = 'Y'
             READ ACH-RETURN-FILE
               AT END MOVE 'Y' TO WS-EOF-ART
               NOT AT END PERFORM ACH-RETURN-READ-ONE
             END-READ
           END-PERFORM
           IF WS-ART-PENDING = 'Y'
               PERFORM ACH-RETURN-NO-ADDENDA
           END-IF
           CLOSE ACH-RETURN-FILE
           CLOSE ACH-ENROLL-FILE
           CLOSE PAYMENT-FILE

           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ART-CNT TO WS-COUNT-DISP
           MOVE WS-ART-TOTAL TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'RETURNS RECEIVED     : ' WS-COUNT-DISP
               '  AMOUNT: ' WS-AGE-BAL-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ART-RVS-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'REVERSALS WRITTEN    : ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ACH-HELD-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'ENROLLMENTS HELD     : ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ART-NOENR-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'NOT ON ENROLLMENT    : ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ART-BAD-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'UNUSABLE RETURN ITEMS: ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           CLOSE PRINT-FILE
           DISPLAY 'ACH RETURN RUN COMPLETE.'
           DISPLAY 'RETURNS RECEIVED : ' WS-ART-CNT
           DISPLAY 'REVERSALS WRITTEN: ' WS-ART-RVS-CNT
           DISPLAY 'ENROLLMENTS HELD : ' WS-ACH-HELD-CNT
           DISPLAY 'UNUSABLE ITEMS   : ' WS-ART-BAD-CNT
           IF WS-ART-BAD-CNT > ZERO OR WS-ART-NOENR-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       ACH-RETURN-READ-ONE SECTION.
           EVALUATE ART-RECORD(1:1)
               WHEN '6'
                   IF WS-ART-PENDING = 'Y'
                       PERFORM ACH-RETURN-NO-ADDENDA
                   END-IF
                   MOVE ARE-INDIV-ID(1:6) TO WS-ART-LOAN-ID
                   IF ARE-AMOUNT IS NUMERIC
                       MOVE ARE-AMOUNT TO WS-ART-AMOUNT
                   ELSE
                       MOVE ZERO TO WS-ART-AMOUNT
                   END-IF
                   MOVE ARE-TRACE TO WS-ART-TRACE
                   MOVE SPACES TO WS-ART-ORIG-TRACE
                   MOVE 'Y' TO WS-ART-PENDING
               WHEN '7'
                   IF WS-ART-PENDING = 'Y'
                       AND ARA-ADDENDA-TYPE = '99'
                       MOVE ARA-RETURN-REASON TO WS-ART-REASON
                       MOVE ARA-ORIG-TRACE TO WS-ART-ORIG-TRACE
                       MOVE 'N' TO WS-ART-PENDING
                       PERFORM ACH-RETURN-ONE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACH-RETURN-NO-ADDENDA SECTION.
           MOVE 'N' TO WS-ART-PENDING
           ADD 1 TO WS-ART-BAD-CNT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'RETURN ENTRY ' WS-ART-TRACE ' ACCOUNT '
               WS-ART-LOAN-ID ' HAS NO RETURN ADDENDA - NOT REVERSED'
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       ACH-RETURN-ONE SECTION.
           ADD 1 TO WS-ART-CNT
           IF WS-ART-LOAN-ID = SPACES OR WS-ART-AMOUNT = ZERO
               ADD 1 TO WS-ART-BAD-CNT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'RETURN ' WS-ART-TRACE ' ' WS-ART-REASON
                   ' - NO ACCOUNT OR AMOUNT - NOT REVERSED'
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               GO TO ACH-RETURN-ONE-EXIT
           END-IF
           ADD WS-ART-AMOUNT TO WS-ART-TOTAL

           MOVE 'N' TO WS-ACH-FOUND
           MOVE WS-ART-LOAN-ID TO ACH-LOAN-ID
           READ ACH-ENROLL-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO WS-ACH-FOUND
           END-READ
           MOVE SPACES TO WS-ART-DRAFT-REF
           IF WS-ACH-FOUND = 'Y' AND ACH-LAST-DRAFT-REF NOT = SPACES
               AND ACH-LAST-DRAFT-REF(7:4) = WS-ART-ORIG-TRACE(12:4)
               MOVE ACH-LAST-DRAFT-REF TO WS-ART-DRAFT-REF
           ELSE
               STRING 'ACH' WS-ART-ORIG-TRACE(9:7)
                   DELIMITED BY SIZE INTO WS-ART-DRAFT-REF
           END-IF

           MOVE WS-ART-AMOUNT TO WS-ACH-AMT-EDIT
           MOVE WS-ART-LOAN-ID   TO PMT-LOAN-ID
           MOVE WS-RUN-ID(1:8)   TO PMT-DATE
           MOVE WS-ACH-AMT-EDIT  TO PMT-AMOUNT
           MOVE 'R'              TO PMT-TRAN-CODE
           MOVE WS-ART-DRAFT-REF TO PMT-REFERENCE
           WRITE PAYMENT-RECORD
           ADD 1 TO WS-ART-RVS-CNT
           MOVE WS-ART-AMOUNT TO WS-BIL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'RETURN ' WS-ART-LOAN-ID ' ' WS-ART-REASON
               ' AMOUNT ' WS-BIL-DISP ' DRAFT ' WS-ART-DRAFT-REF
               ' - REVERSAL WRITTEN' DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           IF WS-ART-DRAFT-REF(1:3) = 'ACH'
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING '       ' WS-ART-LOAN-ID ' ORIGINAL TRACE '
                   WS-ART-ORIG-TRACE ' NOT LAST DRAFT - REVIEW'
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF

           IF WS-ACH-FOUND = 'N'
               ADD 1 TO WS-ART-NOENR-CNT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING '       ' WS-ART-LOAN-ID
                   ' NOT ON ACH ENROLLMENT FILE - REVIEW'
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               GO TO ACH-RETURN-ONE-EXIT
           END-IF
           ADD 1 TO ACH-RETURN-CNT
           MOVE WS-ART-REASON  TO ACH-LAST-RETURN
           MOVE WS-RUN-ID(1:8) TO ACH-LAST-RET-DATE
           IF ACH-STATUS = 'A'
               IF WS-ART-REASON = 'R02' OR WS-ART-REASON = 'R03'
                   OR WS-ART-REASON = 'R04' OR WS-ART-REASON = 'R07'
                   OR WS-ART-REASON = 'R10'
                   OR ACH-RETURN-CNT NOT < WS-ACH-RETURN-LIMIT
                   MOVE 'H' TO ACH-STATUS
                   ADD 1 TO WS-ACH-HELD-CNT
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING '       ' WS-ART-LOAN-ID
                       ' ACH ENROLLMENT HELD - ' ACH-RETURN-CNT
                       ' RETURNS, LAST ' WS-ART-REASON
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-IF
           MOVE WS-OPERATOR-ID TO ACH-OPERATOR
           MOVE WS-RUN-ID(1:8) TO ACH-MAINT-DATE
           REWRITE ACH-ENROLL-RECORD
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'ACH ENROLLMENT UPDATE FAILED FOR '
                   ACH-LOAN-ID ' - STATUS ' WS-ACH-STATUS
           END-IF.

       ACH-RETURN-ONE-EXIT.
           EXIT.

       LOCKBOX-START SECTION.
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT BANK LOCKBOX FILE NAME.'
           ACCEPT WS-LBX-FILE-NAME
           DISPLAY 'INPUT PAYMENT FILE NAME TO CREATE.'
           ACCEPT WS-PAYMENT-FILE-NAME
           DISPLAY 'INPUT LOCKBOX EXCEPTIONS FILE NAME.'
           ACCEPT WS-EXC-FILE-NAME
           DISPLAY 'INPUT LOCKBOX RECONCILIATION REPORT FILE NAME.'
           ACCEPT WS-PRINT-FILE-NAME

           PERFORM COMPUTE-RUN-ID
           OPEN INPUT LOCKBOX-FILE
           IF WS-LBX-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LOCKBOX FILE - '
                   'ABORTING LOCKBOX RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LOAN MASTER FILE - '
                   'ABORTING LOCKBOX RUN.'
               CLOSE LOCKBOX-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LOCKBOX-BATCH-FILE
           CLOSE LOCKBOX-BATCH-FILE
           OPEN I-O LOCKBOX-BATCH-FILE
           OPEN OUTPUT LOCKBOX-DUP-FILE
           CLOSE LOCKBOX-DUP-FILE
           OPEN I-O LOCKBOX-DUP-FILE
           IF WS-LBB-STATUS NOT = '00' OR WS-DUP-STATUS NOT = '00'
               DISPLAY 'UNABLE TO CREATE LOCKBOX WORK FILES - '
                   'ABORTING LOCKBOX RUN.'
               CLOSE LOCKBOX-FILE
               CLOSE LOAN-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PAYMENT FILE - '
                   'ABORTING LOCKBOX RUN.'
               CLOSE LOCKBOX-FILE
               CLOSE LOAN-MASTER-FILE
               CLOSE LOCKBOX-BATCH-FILE
               CLOSE LOCKBOX-DUP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXC-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LOCKBOX EXCEPTIONS FILE - '
                   'ABORTING LOCKBOX RUN.'
               CLOSE LOCKBOX-FILE
               CLOSE LOAN-MASTER-FILE
               CLOSE LOCKBOX-BATCH-FILE
               CLOSE LOCKBOX-DUP-FILE
               CLOSE PAYMENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LOCKBOX REPORT FILE - '
                   'ABORTING LOCKBOX RUN.'
               CLOSE LOCKBOX-FILE
               CLOSE LOAN-MASTER-FILE
               CLOSE LOCKBOX-BATCH-FILE
               CLOSE LOCKBOX-DUP-FILE
               CLOSE PAYMENT-FILE
               CLOSE EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'LOCKBOX IMPORT RUN ' WS-RUN-ID
               ' OPERATOR: ' WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO EXC-RECORD
           STRING 'LOCKBOX EXCEPTIONS RUN ' WS-RUN-ID
               ' OPERATOR: ' WS-OPERATOR-ID DELIMITED BY SIZE
               INTO EXC-RECORD
           WRITE EXC-RECORD

           MOVE 'N' TO WS-EOF-TRAN
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = '00'
               PERFORM UNTIL WS-EOF-TRAN = 'Y'
                 READ TRAN-FILE
                   AT END MOVE 'Y' TO WS-EOF-TRAN
                   NOT AT END PERFORM LOCKBOX-LOAD-PRIOR
                 END-READ
               END-PERFORM
               CLOSE TRAN-FILE
           ELSE
               MOVE 'NO TRANSACTION HISTORY - NO PRIOR CHECKS LOADED'
                   TO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF

           MOVE 'N' TO WS-LBX-IN-BATCH
           PERFORM UNTIL WS-EOF-LBX = 'Y'
             READ LOCKBOX-FILE
               AT END MOVE 'Y' TO WS-EOF-LBX
               NOT AT END PERFORM LOCKBOX-BALANCE-ONE
             END-READ
           END-PERFORM
           IF WS-LBX-IN-BATCH = 'Y'
               MOVE 'M' TO WS-LBX-CUR-STATUS
               PERFORM LOCKBOX-CLOSE-BATCH
           END-IF
           CLOSE LOCKBOX-FILE
           MOVE '----------------------------------------' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           MOVE 'N' TO WS-EOF-LBX
           MOVE 'N' TO WS-LBX-IN-BATCH
           OPEN INPUT LOCKBOX-FILE
           IF WS-LBX-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REOPEN LOCKBOX FILE - '
                   'ABORTING LOCKBOX RUN.'
               CLOSE LOAN-MASTER-FILE
               CLOSE LOCKBOX-BATCH-FILE
               CLOSE LOCKBOX-DUP-FILE
               CLOSE PAYMENT-FILE
               CLOSE EXCEPTION-FILE
               CLOSE PRINT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-LBX = 'Y'
             READ LOCKBOX-FILE
               AT END MOVE 'Y' TO WS-EOF-LBX
               NOT AT END PERFORM LOCKBOX-IMPORT-ONE
             END-READ
           END-PERFORM
           CLOSE LOCKBOX-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE LOCKBOX-BATCH-FILE
           CLOSE LOCKBOX-DUP-FILE
           CLOSE PAYMENT-FILE
           CLOSE EXCEPTION-FILE

           PERFORM LOCKBOX-RECONCILE
           CLOSE PRINT-FILE
           DISPLAY 'LOCKBOX IMPORT RUN COMPLETE.'
           DISPLAY 'BATCHES READ     : ' WS-LBX-BATCH-CNT
           DISPLAY 'BATCHES UNBAL    : ' WS-LBX-UNBAL-CNT
           DISPLAY 'CHECKS ACCEPTED  : ' WS-LBX-ACC-CNT
           DISPLAY 'CHECKS REJECTED  : ' WS-LBX-REJ-CNT
           IF WS-LBX-REJ-CNT > ZERO OR WS-LBX-UNBAL-CNT > ZERO
               OR WS-LBX-DIFF NOT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOCKBOX-LOAD-PRIOR SECTION.
           IF TRN-CODE NOT = 'PA' AND TRN-CODE NOT = 'RC'
               AND TRN-CODE NOT = 'RV'
               GO TO LOCKBOX-LOAD-PRIOR-EXIT
           END-IF
           IF TRN-REFERENCE = SPACES
               GO TO LOCKBOX-LOAD-PRIOR-EXIT
           END-IF
           MOVE TRN-LOAN-ID   TO DUP-LOAN-ID
           MOVE TRN-REFERENCE TO DUP-REFERENCE
           MOVE TRN-AMOUNT    TO DUP-AMOUNT
           READ LOCKBOX-DUP-FILE
             INVALID KEY
               MOVE 'T'        TO DUP-SOURCE
               MOVE TRN-AMOUNT TO DUP-NET
               WRITE LOCKBOX-DUP-RECORD
             NOT INVALID KEY
               ADD TRN-AMOUNT TO DUP-NET
               REWRITE LOCKBOX-DUP-RECORD
           END-READ.

       LOCKBOX-LOAD-PRIOR-EXIT.
           EXIT.

       LOCKBOX-BALANCE-ONE SECTION.
           EVALUATE LBX-RECORD(1:1)
               WHEN 'H'
                   IF WS-LBX-IN-BATCH = 'Y'
                       MOVE 'M' TO WS-LBX-CUR-STATUS
                       PERFORM LOCKBOX-CLOSE-BATCH
                   END-IF
                   MOVE 'Y' TO WS-LBX-IN-BATCH
                   MOVE LBH-BATCH-NO TO WS-LBX-CUR-BATCH
                   MOVE ZERO TO WS-LBX-B-CNT
                   MOVE ZERO TO WS-LBX-B-SUM
                   MOVE 'N' TO WS-LBX-B-BAD
                   MOVE ZERO TO LBB-TRL-CNT
                   MOVE ZERO TO LBB-TRL-TOTAL
               WHEN 'D'
                   IF WS-LBX-IN-BATCH = 'Y'
                       ADD 1 TO WS-LBX-B-CNT
                       IF LBD-AMOUNT-N IS NUMERIC
                           ADD LBD-AMOUNT-N TO WS-LBX-B-SUM
                       ELSE
                           MOVE 'Y' TO WS-LBX-B-BAD
                       END-IF
                   END-IF
               WHEN 'T'
                   IF WS-LBX-IN-BATCH = 'N'
                       OR LBT-BATCH-NO NOT = WS-LBX-CUR-BATCH
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING 'DEPOSIT TRAILER FOR BATCH ' LBT-BATCH-NO
                           ' HAS NO MATCHING BATCH HEADER'
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       PERFORM EMIT-LINE
                       IF LBT-DEPOSIT-TOTAL-N IS NUMERIC
                           ADD LBT-DEPOSIT-TOTAL-N TO WS-LBX-BANK-TOTAL
                       END-IF
                       IF WS-LBX-IN-BATCH = 'Y'
                           MOVE 'M' TO WS-LBX-CUR-STATUS
                           PERFORM LOCKBOX-CLOSE-BATCH
                       END-IF
                   ELSE
                       IF LBT-ITEM-COUNT-N IS NUMERIC
                           AND LBT-DEPOSIT-TOTAL-N IS NUMERIC
                           MOVE LBT-ITEM-COUNT-N TO LBB-TRL-CNT
                           MOVE LBT-DEPOSIT-TOTAL-N TO LBB-TRL-TOTAL
                           ADD LBT-DEPOSIT-TOTAL-N TO WS-LBX-BANK-TOTAL
                           IF WS-LBX-B-BAD = 'N'
                               AND LBB-TRL-CNT = WS-LBX-B-CNT
                               AND LBB-TRL-TOTAL = WS-LBX-B-SUM
                               MOVE 'B' TO WS-LBX-CUR-STATUS
                           ELSE
                               MOVE 'U' TO WS-LBX-CUR-STATUS
                           END-IF
                       ELSE
                           MOVE 'U' TO WS-LBX-CUR-STATUS
                       END-IF
                       PERFORM LOCKBOX-CLOSE-BATCH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOCKBOX-CLOSE-BATCH SECTION.
           MOVE 'N' TO WS-LBX-IN-BATCH
           ADD 1 TO WS-LBX-BATCH-CNT
           MOVE WS-LBX-CUR-BATCH TO LBB-BATCH-NO
           MOVE WS-LBX-CUR-STATUS TO LBB-STATUS
           MOVE WS-LBX-B-CNT TO LBB-ITEM-CNT
           MOVE WS-LBX-B-SUM TO LBB-ITEM-TOTAL
           IF WS-LBX-CUR-STATUS = 'M'
               MOVE ZERO TO LBB-TRL-CNT
               MOVE ZERO TO LBB-TRL-TOTAL
           END-IF
           MOVE LBB-TRL-CNT TO WS-LBX-SAVE-TRL-CNT
           MOVE LBB-TRL-TOTAL TO WS-LBX-SAVE-TRL-TOT
           WRITE LOCKBOX-BATCH-RECORD
             INVALID KEY
               MOVE 'D' TO WS-LBX-CUR-STATUS
               READ LOCKBOX-BATCH-FILE
                 INVALID KEY
                   DISPLAY 'LOCKBOX BATCH READ FAILED FOR '
                       WS-LBX-CUR-BATCH ' - STATUS ' WS-LBB-STATUS
                 NOT INVALID KEY
                   MOVE 'D' TO LBB-STATUS
                   REWRITE LOCKBOX-BATCH-RECORD
                   IF WS-LBB-STATUS NOT = '00'
                       DISPLAY 'LOCKBOX BATCH UPDATE FAILED FOR '
                           WS-LBX-CUR-BATCH ' - STATUS ' WS-LBB-STATUS
                   END-IF
               END-READ
               MOVE WS-LBX-CUR-BATCH TO LBB-BATCH-NO
               MOVE WS-LBX-CUR-STATUS TO LBB-STATUS
               MOVE WS-LBX-B-CNT TO LBB-ITEM-CNT
               MOVE WS-LBX-B-SUM TO LBB-ITEM-TOTAL
               MOVE WS-LBX-SAVE-TRL-CNT TO LBB-TRL-CNT
               MOVE WS-LBX-SAVE-TRL-TOT TO LBB-TRL-TOTAL
           END-WRITE

           MOVE WS-LBX-B-CNT TO WS-COUNT-DISP
           MOVE WS-LBX-B-SUM TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'BATCH ' WS-LBX-CUR-BATCH ' ITEMS ' WS-COUNT-DISP
               ' TOTAL ' WS-AGE-BAL-DISP DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           EVALUATE WS-LBX-CUR-STATUS
               WHEN 'B'
                   ADD 1 TO WS-LBX-BAL-CNT
                   MOVE 'BALANCED TO DEPOSIT TRAILER'
                       TO WS-OUTPUT-LINE(55:)
               WHEN 'M'
                   ADD 1 TO WS-LBX-UNBAL-CNT
                   MOVE 'NO DEPOSIT TRAILER - BATCH REJECTED'
                       TO WS-OUTPUT-LINE(55:)
               WHEN 'D'
                   ADD 1 TO WS-LBX-UNBAL-CNT
                   MOVE 'DUPLICATE BATCH NUMBER - BATCH REJECTED'
                       TO WS-OUTPUT-LINE(55:)
               WHEN OTHER
                   ADD 1 TO WS-LBX-UNBAL-CNT
                   MOVE LBB-TRL-CNT TO WS-STMT-CNT-DISP
                   MOVE LBB-TRL-TOTAL TO WS-TB-DISP
                   STRING 'OUT OF BALANCE - TRAILER '
                       WS-STMT-CNT-DISP ' ' WS-TB-DISP
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE(55:)
           END-EVALUATE
           PERFORM EMIT-LINE.

       LOCKBOX-IMPORT-ONE SECTION.
           EVALUATE LBX-RECORD(1:1)
               WHEN 'H'
                   MOVE 'Y' TO WS-LBX-IN-BATCH
                   MOVE LBH-BATCH-NO TO WS-LBX-CUR-BATCH
                   MOVE LBH-BATCH-NO TO LBB-BATCH-NO
                   READ LOCKBOX-BATCH-FILE
                     INVALID KEY
                       MOVE 'M' TO WS-LBX-CUR-STATUS
                     NOT INVALID KEY
                       MOVE LBB-STATUS TO WS-LBX-CUR-STATUS
                   END-READ
                   IF LBH-DEPOSIT-DATE IS NUMERIC
                       MOVE LBH-DEPOSIT-DATE TO WS-LBX-DEP-DATE
                   ELSE
                       MOVE WS-RUN-ID(1:8) TO WS-LBX-DEP-DATE
                   END-IF
               WHEN 'D'
                   IF WS-LBX-IN-BATCH = 'N'
                       MOVE 'NO BATCH HEADER' TO WS-LBX-REASON
                       PERFORM LOCKBOX-REJECT-ITEM
                   ELSE
                       IF WS-LBX-CUR-STATUS = 'B'
                           PERFORM LOCKBOX-ACCEPT-ITEM
                       ELSE
                           MOVE 'BATCH NOT BALANCED' TO WS-LBX-REASON
                           PERFORM LOCKBOX-REJECT-ITEM
                       END-IF
                   END-IF
               WHEN 'T'
                   MOVE 'N' TO WS-LBX-IN-BATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOCKBOX-ACCEPT-ITEM SECTION.
           IF LBD-AMOUNT-N NOT NUMERIC
               MOVE 'INVALID CHECK AMOUNT' TO WS-LBX-REASON
               PERFORM LOCKBOX-REJECT-ITEM
               GO TO LOCKBOX-ACCEPT-ITEM-EXIT
           END-IF
           MOVE LBD-AMOUNT-N TO WS-LBX-AMOUNT
           IF WS-LBX-AMOUNT = ZERO OR WS-LBX-AMOUNT > WS-LBX-MAX-AMT
               MOVE 'INVALID CHECK AMOUNT' TO WS-LBX-REASON
               PERFORM LOCKBOX-REJECT-ITEM
               GO TO LOCKBOX-ACCEPT-ITEM-EXIT
           END-IF
           IF LBD-CHECK-NO = SPACES
               MOVE 'MISSING CHECK NUMBER' TO WS-LBX-REASON
               PERFORM LOCKBOX-REJECT-ITEM
               GO TO LOCKBOX-ACCEPT-ITEM-EXIT
           END-IF

           MOVE 'N' TO WS-LBX-MATCHED
           MOVE LBD-REMITTER(1:6) TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO WS-LBX-MATCHED
           END-READ
           IF WS-LBX-MATCHED = 'N'
               MOVE LBD-REMITTER(5:6) TO LM-LOAN-ID
               READ LOAN-MASTER-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'Y' TO WS-LBX-MATCHED
               END-READ
           END-IF
           IF WS-LBX-MATCHED = 'N'
               ADD 1 TO WS-LBX-NOMATCH-CNT
               MOVE 'NO MATCHING LOAN' TO WS-LBX-REASON
               PERFORM LOCKBOX-REJECT-ITEM
               GO TO LOCKBOX-ACCEPT-ITEM-EXIT
           END-IF
           IF LM-LOAN-STATUS = 'C'
               MOVE 'LOAN IS CLOSED' TO WS-LBX-REASON
               PERFORM LOCKBOX-REJECT-ITEM
               GO TO LOCKBOX-ACCEPT-ITEM-EXIT
           END-IF

           MOVE LM-LOAN-ID    TO DUP-LOAN-ID
           MOVE LBD-CHECK-NO  TO DUP-REFERENCE
           MOVE WS-LBX-AMOUNT TO DUP-AMOUNT
           MOVE 'N' TO WS-DUP-FOUND
           READ LOCKBOX-DUP-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF DUP-SOURCE = 'L' OR DUP-NET > ZERO
                   MOVE 'Y' TO WS-DUP-FOUND
               ELSE
                   MOVE 'R' TO WS-DUP-FOUND
               END-IF
           END-READ
           IF WS-DUP-FOUND = 'Y'
               ADD 1 TO WS-LBX-DUP-CNT
               IF DUP-SOURCE = 'T'
                   MOVE 'DUPLICATE - ALREADY POSTED' TO WS-LBX-REASON
               ELSE
                   MOVE 'DUPLICATE - EARLIER IN FILE' TO WS-LBX-REASON
               END-IF
               PERFORM LOCKBOX-REJECT-ITEM
               GO TO LOCKBOX-ACCEPT-ITEM-EXIT
           END-IF
           MOVE 'L' TO DUP-SOURCE
           IF WS-DUP-FOUND = 'R'
               ADD WS-LBX-AMOUNT TO DUP-NET
               REWRITE LOCKBOX-DUP-RECORD
           ELSE
               MOVE WS-LBX-AMOUNT TO DUP-NET
               WRITE LOCKBOX-DUP-RECORD
                 INVALID KEY
                   CONTINUE
               END-WRITE
           END-IF

           MOVE WS-LBX-AMOUNT   TO WS-ACH-AMT-EDIT
           MOVE LM-LOAN-ID      TO PMT-LOAN-ID
           MOVE WS-LBX-DEP-DATE TO PMT-DATE
           MOVE WS-ACH-AMT-EDIT TO PMT-AMOUNT
           MOVE 'P'             TO PMT-TRAN-CODE
           MOVE LBD-CHECK-NO    TO PMT-REFERENCE
           WRITE PAYMENT-RECORD
           ADD 1 TO WS-LBX-ACC-CNT
           ADD WS-LBX-AMOUNT TO WS-LBX-ACC-SUM.

       LOCKBOX-ACCEPT-ITEM-EXIT.
           EXIT.

       LOCKBOX-REJECT-ITEM SECTION.
           ADD 1 TO WS-LBX-REJ-CNT
           IF LBD-AMOUNT-N IS NUMERIC
               MOVE LBD-AMOUNT-N TO WS-LBX-AMOUNT
           ELSE
               MOVE ZERO TO WS-LBX-AMOUNT
           END-IF
           ADD WS-LBX-AMOUNT TO WS-LBX-REJ-SUM
           MOVE WS-LBX-AMOUNT TO WS-BIL-DISP
           MOVE SPACES TO EXC-RECORD
           STRING 'BATCH ' LBD-BATCH-NO ' CHECK ' LBD-CHECK-NO
               ' REMITTER ' LBD-REMITTER ' AMOUNT ' WS-BIL-DISP
               ' ' LBD-PAYER-NAME ' - ' WS-LBX-REASON
               DELIMITED BY SIZE INTO EXC-RECORD
           WRITE EXC-RECORD.

       LOCKBOX-RECONCILE SECTION.
           MOVE 'DEPOSIT RECONCILIATION' TO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-LBX-BANK-TOTAL TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'BANK DEPOSIT TOTAL     :        '
               WS-AGE-BAL-DISP DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-LBX-ACC-CNT TO WS-STMT-CNT-DISP
           MOVE WS-LBX-ACC-SUM TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'ACCEPTED TO PAYMENTS   : ' WS-STMT-CNT-DISP
               WS-AGE-BAL-DISP DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-LBX-REJ-CNT TO WS-STMT-CNT-DISP
           MOVE WS-LBX-REJ-SUM TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'REJECTED TO EXCEPTIONS : ' WS-STMT-CNT-DISP
               WS-AGE-BAL-DISP DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           COMPUTE WS-LBX-DIFF = WS-LBX-ACC-SUM + WS-LBX-REJ-SUM
           MOVE WS-LBX-DIFF TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'ACCEPTED PLUS REJECTED :        '
               WS-AGE-BAL-DISP DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           COMPUTE WS-LBX-DIFF = WS-LBX-BANK-TOTAL - WS-LBX-ACC-SUM
               - WS-LBX-REJ-SUM
           MOVE WS-LBX-DIFF TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'DIFFERENCE             :        '
               WS-TB-DISP DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           IF WS-LBX-DIFF = ZERO
               MOVE 'DEPOSIT RECONCILED - READY FOR POSTING'
                   TO WS-OUTPUT-LINE
           ELSE
               MOVE 'DEPOSIT DOES NOT RECONCILE - REVIEW BEFORE POSTING'
                   TO WS-OUTPUT-LINE
           END-IF
           PERFORM EMIT-LINE
           MOVE '----------------------------------------' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-LBX-BATCH-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'BATCHES READ           : ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-LBX-BAL-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'BATCHES BALANCED       : ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-LBX-UNBAL-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'BATCHES REJECTED       : ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-LBX-NOMATCH-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'CHECKS NOT MATCHED     : ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-LBX-DUP-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'DUPLICATE CHECKS       : ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       CREDIT-REPORT-START SECTION.
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT METRO 2 REPORTING FILE NAME.'
           ACCEPT WS-M2-FILE-NAME
           DISPLAY 'INPUT CREDIT REPORTING CONTROL REPORT FILE NAME.'
           ACCEPT WS-PRINT-FILE-NAME
           DISPLAY 'INPUT ACTIVITY AS-OF DATE YYYYMMDD '
               '(BLANK FOR TODAY).'
           ACCEPT WS-AS-OF-DATE

           PERFORM COMPUTE-RUN-ID
           IF WS-AS-OF-DATE = SPACES
               OR WS-AS-OF-DATE IS NOT NUMERIC
               MOVE WS-RUN-ID(1:8) TO WS-AS-OF-DATE
           END-IF
           COMPUTE WS-AGE-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-AS-OF-DATE))
           IF WS-AGE-AS-OF-INT = ZERO
               DISPLAY 'INVALID AS-OF DATE - USING RUN DATE.'
               MOVE WS-RUN-ID(1:8) TO WS-AS-OF-DATE
               COMPUTE WS-AGE-AS-OF-INT =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-AS-OF-DATE))
           END-IF
           INITIALIZE WS-M2-TOTALS

           MOVE 'N' TO WS-EOF-MASTER
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'NO LOAN MASTER FILE ON FILE - '
                   'ABORTING CREDIT REPORTING RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT METRO2-FILE
           IF WS-M2-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN METRO 2 FILE - '
                   'ABORTING CREDIT REPORTING RUN.'
               CLOSE LOAN-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CONTROL REPORT FILE - '
                   'ABORTING CREDIT REPORTING RUN.'
               CLOSE LOAN-MASTER-FILE
               CLOSE METRO2-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'CREDIT BUREAU REPORTING RUN ' WS-RUN-ID
               ' OPERATOR: ' WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'ACTIVITY AS OF ' WS-AS-OF-DATE
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           PERFORM CREDIT-WRITE-HEADER
           PERFORM UNTIL WS-EOF-MASTER = 'Y'
             READ LOAN-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-MASTER
               NOT AT END
                 PERFORM AGING-LOAD-RECORD
                 PERFORM CREDIT-REPORT-ONE
             END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE
           PERFORM CREDIT-WRITE-TRAILER
           CLOSE METRO2-FILE

           PERFORM CREDIT-WRITE-CONTROL
           CLOSE PRINT-FILE
           DISPLAY 'CREDIT REPORTING RUN COMPLETE.'
           DISPLAY 'LOANS READ       : ' WS-AGE-COUNT
           DISPLAY 'ACCOUNTS REPORTED: ' WS-M2-BASE-CNT
           DISPLAY 'LOANS SKIPPED    : ' WS-M2-SKIP-CNT
           IF WS-M2-SKIP-CNT > ZERO OR WS-M2-NODATE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       CREDIT-WRITE-HEADER SECTION.
           MOVE SPACES TO M2-HEADER
           MOVE '0426'               TO M2H-RDW
           MOVE 'HEADER'             TO M2H-RECORD-ID
           MOVE WS-M2-INNOVIS-ID     TO M2H-INNOVIS-ID
           MOVE WS-M2-EQUIFAX-ID     TO M2H-EQUIFAX-ID
           MOVE WS-M2-EXPERIAN-ID    TO M2H-EXPERIAN-ID
           MOVE WS-M2-TRANSUNION-ID  TO M2H-TRANSUNION-ID
           MOVE WS-AS-OF-DATE        TO WS-M2-DATE-IN
           PERFORM CREDIT-FORMAT-DATE
           MOVE WS-M2-DATE-OUT       TO M2H-ACTIVITY-DATE
           MOVE WS-RUN-ID(1:8)       TO WS-M2-DATE-IN
           PERFORM CREDIT-FORMAT-DATE
           MOVE WS-M2-DATE-OUT       TO M2H-CREATED-DATE
           MOVE WS-M2-PROGRAM-DATE   TO M2H-PROGRAM-DATE
           MOVE WS-M2-PROGRAM-DATE   TO M2H-REVISION-DATE
           MOVE WS-M2-REPORTER-NAME  TO M2H-REPORTER-NAME
           MOVE WS-M2-REPORTER-ADDR  TO M2H-REPORTER-ADDR
           MOVE WS-M2-REPORTER-PHONE TO M2H-REPORTER-PHONE
           WRITE M2-HEADER.

       CREDIT-REPORT-ONE SECTION.
           IF LM-LOAN-STATUS = 'C'
               AND LM-STATUS-DATE(1:6) NOT = WS-AS-OF-DATE(1:6)
               ADD 1 TO WS-M2-PRIOR-CNT
               GO TO CREDIT-REPORT-ONE-EXIT
           END-IF

           MOVE LM-LOAN-ID TO WS-CURRENT-LOAN-ID
           PERFORM FIND-BORROWER-RECORD
           MOVE SPACES TO WS-M2-SKIP-REASON
           EVALUATE TRUE
               WHEN WS-BORROWER-FOUND = 'N'
                   MOVE 'NO BORROWER RECORD' TO WS-M2-SKIP-REASON
               WHEN WS-BRW-NAME = SPACES
                   MOVE 'BORROWER NAME MISSING' TO WS-M2-SKIP-REASON
               WHEN WS-BRW-ADDRESS = SPACES
                   OR WS-BRW-CITY = SPACES
                   OR WS-BRW-STATE = SPACES
                   OR WS-BRW-ZIP = SPACES
                   MOVE 'BORROWER ADDRESS MISSING'
                       TO WS-M2-SKIP-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-M2-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-M2-SKIP-CNT
               MOVE WS-AGE-BALANCE TO WS-AMORT-BAL-DISP
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'SKIPPED  ' LM-LOAN-ID ' ' WS-M2-SKIP-REASON
                   '  BALANCE ' WS-AMORT-BAL-DISP
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               GO TO CREDIT-REPORT-ONE-EXIT
           END-IF

           PERFORM AGING-COMPUTE-PAST-DUE
           MOVE ZERO TO WS-M2-PAST-DUE-AMT
           MOVE WS-AGE-BALANCE TO WS-M2-REPORT-BAL
           EVALUATE TRUE
               WHEN LM-LOAN-STATUS = 'O'
                   MOVE 9 TO WS-M2-IX
                   MOVE 'L' TO WS-M2-HIST-CODE
                   MOVE ZERO TO WS-M2-REPORT-BAL
                   IF LM-CHGOFF-BAL IS NUMERIC
                       MOVE LM-CHGOFF-BAL-N TO WS-M2-REPORT-BAL
                   END-IF
                   IF LM-RECOVERED IS NUMERIC
                       IF LM-RECOVERED-N < WS-M2-REPORT-BAL
                           SUBTRACT LM-RECOVERED-N
                               FROM WS-M2-REPORT-BAL
                       ELSE
                           MOVE ZERO TO WS-M2-REPORT-BAL
                       END-IF
                   END-IF
                   MOVE WS-M2-REPORT-BAL TO WS-M2-PAST-DUE-AMT
               WHEN LM-LOAN-STATUS = 'C' OR LM-LOAN-STATUS = 'P'
                   OR WS-AGE-BALANCE = ZERO
                   MOVE 8 TO WS-M2-IX
                   MOVE '0' TO WS-M2-HIST-CODE
                   MOVE ZERO TO WS-M2-REPORT-BAL
               WHEN WS-AGE-DATE-OK = 'N'
                   ADD 1 TO WS-M2-NODATE-CNT
                   MOVE WS-AGE-BALANCE TO WS-AMORT-BAL-DISP
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING 'SKIPPED  ' LM-LOAN-ID
                       ' NO VALID ORIGINATION DATE - NOT AGED'
                       '  BALANCE ' WS-AMORT-BAL-DISP
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   PERFORM EMIT-LINE
                   GO TO CREDIT-REPORT-ONE-EXIT
               WHEN OTHER
                   COMPUTE WS-M2-DAYS-LATE =
                       (WS-AGE-PAST-DUE * 365) / WS-AGE-FREQ
                   EVALUATE TRUE
                       WHEN WS-M2-DAYS-LATE < 30
                           MOVE 1 TO WS-M2-IX
                       WHEN WS-M2-DAYS-LATE < 60
                           MOVE 2 TO WS-M2-IX
                       WHEN WS-M2-DAYS-LATE < 90
                           MOVE 3 TO WS-M2-IX
                       WHEN WS-M2-DAYS-LATE < 120
                           MOVE 4 TO WS-M2-IX
                       WHEN WS-M2-DAYS-LATE < 150
                           MOVE 5 TO WS-M2-IX
                       WHEN WS-M2-DAYS-LATE < 180
                           MOVE 6 TO WS-M2-IX
                       WHEN OTHER
                           MOVE 7 TO WS-M2-IX
                   END-EVALUATE
                   COMPUTE WS-M2-IX-CODE = WS-M2-IX - 1
                   MOVE WS-M2-IX-CODE TO WS-M2-HIST-CODE
                   IF WS-AGE-PAST-DUE >= 1
                       COMPUTE WS-AGE-SCHED-PAY =
                           FUNCTION ANNUITY(
                           (WS-AGE-RATE / WS-AGE-FREQ),
                           WS-AGE-TOTAL-PER)
                           * WS-AGE-TOTAL-LOAN
                       COMPUTE WS-M2-PAST-DUE-AMT =
                           WS-AGE-PAST-DUE
                           * (WS-AGE-SCHED-PAY + WS-AGE-ESCROW)
                   END-IF
           END-EVALUATE
           MOVE WS-M2-CODE(WS-M2-IX) TO WS-M2-STATUS-CODE
           ADD 1 TO WS-M2-CNT(WS-M2-IX)
           ADD WS-M2-REPORT-BAL TO WS-M2-BAL(WS-M2-IX)
           ADD WS-M2-REPORT-BAL TO WS-M2-TOT-BAL

           PERFORM CREDIT-BUILD-BASE
           WRITE M2-BASE-SEGMENT
           ADD 1 TO WS-M2-BASE-CNT.

       CREDIT-REPORT-ONE-EXIT.
           EXIT.

       CREDIT-BUILD-BASE SECTION.
           MOVE SPACES TO M2-BASE-SEGMENT
           MOVE '0426'               TO M2B-RDW
           MOVE '1'                  TO M2B-PROCESS-IND
           MOVE WS-RUN-ID(1:8)       TO WS-M2-DATE-IN
           PERFORM CREDIT-FORMAT-DATE
           STRING WS-M2-DATE-OUT WS-RUN-ID(9:6) DELIMITED BY SIZE
               INTO M2B-TIME-STAMP
           MOVE '0'                  TO M2B-CORRECTION-IND
           MOVE WS-M2-IDENT-NO       TO M2B-IDENT-NO
           MOVE LM-LOAN-ID           TO M2B-ACCOUNT-NO
           MOVE WS-M2-PORTFOLIO      TO M2B-PORTFOLIO-TYPE
           MOVE WS-M2-ACCT-TYPE      TO M2B-ACCOUNT-TYPE
           MOVE LM-ORIG-DATE         TO WS-M2-DATE-IN
           PERFORM CREDIT-FORMAT-DATE
           MOVE WS-M2-DATE-OUT       TO M2B-DATE-OPENED
           MOVE ZERO                 TO M2B-CREDIT-LIMIT
           MOVE WS-AGE-TOTAL-LOAN    TO M2B-ORIG-AMOUNT
           COMPUTE WS-AGE-TOTAL-PER = WS-AGE-YEARS * WS-AGE-FREQ
           IF WS-AGE-TOTAL-PER > 999
               MOVE 999 TO M2B-TERMS-DURATION
           ELSE
               MOVE WS-AGE-TOTAL-PER TO M2B-TERMS-DURATION
           END-IF
           EVALUATE WS-AGE-FREQ
               WHEN 52  MOVE 'W' TO M2B-TERMS-FREQ
               WHEN 26  MOVE 'B' TO M2B-TERMS-FREQ
               WHEN 4   MOVE 'Q' TO M2B-TERMS-FREQ
               WHEN 2   MOVE 'S' TO M2B-TERMS-FREQ
               WHEN 1   MOVE 'Y' TO M2B-TERMS-FREQ
               WHEN OTHER MOVE 'M' TO M2B-TERMS-FREQ
           END-EVALUATE
           MOVE ZERO TO WS-M2-MONTHLY-PAY
           IF WS-M2-IX < 8 AND WS-AGE-TOTAL-PER > ZERO
               COMPUTE WS-AGE-SCHED-PAY =
                   FUNCTION ANNUITY(
                   (WS-AGE-RATE / WS-AGE-FREQ),
                   WS-AGE-TOTAL-PER)
                   * WS-AGE-TOTAL-LOAN
               COMPUTE WS-M2-MONTHLY-PAY ROUNDED =
                   ((WS-AGE-SCHED-PAY + WS-AGE-ESCROW) * WS-AGE-FREQ)
                   / 12
           END-IF
           MOVE WS-M2-MONTHLY-PAY    TO M2B-SCHED-PAYMENT
           MOVE ZERO                 TO M2B-ACTUAL-PAYMENT
           MOVE WS-M2-STATUS-CODE    TO M2B-ACCOUNT-STATUS
           IF WS-M2-IX = 8
               MOVE '0' TO M2B-PAYMENT-RATING
           END-IF
           IF WS-M2-IX = 9
               MOVE 'L' TO M2B-PAYMENT-RATING
           END-IF
           MOVE ALL 'B'              TO M2B-PAYMENT-HISTORY
           MOVE WS-M2-HIST-CODE      TO M2B-PAYMENT-HISTORY(1:1)
           MOVE WS-M2-REPORT-BAL     TO M2B-CURRENT-BALANCE
           MOVE WS-M2-PAST-DUE-AMT   TO M2B-AMOUNT-PAST-DUE
           MOVE ZERO                 TO M2B-CHGOFF-AMOUNT
           IF WS-M2-IX = 9 AND LM-CHGOFF-BAL IS NUMERIC
               MOVE LM-CHGOFF-BAL-N TO M2B-CHGOFF-AMOUNT
           END-IF
           MOVE WS-AS-OF-DATE        TO WS-M2-DATE-IN
           PERFORM CREDIT-FORMAT-DATE
           MOVE WS-M2-DATE-OUT       TO M2B-DATE-ACCT-INFO
           MOVE '00000000'           TO M2B-DATE-FIRST-DELQ
           IF (WS-M2-IX > 1 AND WS-M2-IX < 8)
               OR (WS-M2-IX = 9 AND WS-AGE-DATE-OK = 'Y')
               COMPUTE WS-M2-DATE-INT = WS-AGE-ORIG-INT +
                   ((WS-AGE-PAID-THRU + 1) * 365) / WS-AGE-FREQ
               COMPUTE WS-M2-DATE-INT =
                   FUNCTION DATE-OF-INTEGER(WS-M2-DATE-INT)
               MOVE WS-M2-DATE-INT TO WS-M2-DATE-IN
               PERFORM CREDIT-FORMAT-DATE
               MOVE WS-M2-DATE-OUT TO M2B-DATE-FIRST-DELQ
           END-IF
           MOVE '00000000'           TO M2B-DATE-CLOSED
           IF WS-M2-IX > 7
               MOVE LM-STATUS-DATE TO WS-M2-DATE-IN
               PERFORM CREDIT-FORMAT-DATE
               MOVE WS-M2-DATE-OUT TO M2B-DATE-CLOSED
           END-IF
           MOVE '00000000'           TO M2B-DATE-LAST-PMT
           IF LM-PRODUCT-TYPE = 'A'
               MOVE 'V' TO M2B-INTEREST-TYPE
           ELSE
               MOVE 'F' TO M2B-INTEREST-TYPE
           END-IF
           PERFORM CREDIT-SPLIT-NAME
           MOVE ZERO                 TO M2B-SSN
           MOVE '00000000'           TO M2B-BIRTH-DATE
           MOVE ZERO                 TO M2B-TELEPHONE
           MOVE '1'                  TO M2B-ECOA-CODE
           MOVE WS-BRW-ADDRESS       TO M2B-ADDRESS-1
           MOVE WS-BRW-CITY          TO M2B-CITY
           MOVE WS-BRW-STATE         TO M2B-STATE
           MOVE WS-BRW-ZIP           TO M2B-POSTAL-CODE.

       CREDIT-SPLIT-NAME SECTION.
           MOVE SPACES TO WS-M2-NAME-1
           MOVE SPACES TO WS-M2-NAME-2
           MOVE SPACES TO WS-M2-NAME-3
           MOVE ZERO TO WS-M2-COMMA-CNT
           INSPECT WS-BRW-NAME TALLYING WS-M2-COMMA-CNT FOR ALL ','
           IF WS-M2-COMMA-CNT > ZERO
               UNSTRING WS-BRW-NAME DELIMITED BY ','
                   INTO WS-M2-NAME-1 WS-M2-NAME-2
               END-UNSTRING
               MOVE WS-M2-NAME-1 TO M2B-SURNAME
               MOVE FUNCTION TRIM(WS-M2-NAME-2) TO WS-M2-NAME-WORK
               MOVE SPACES TO WS-M2-NAME-1
               MOVE SPACES TO WS-M2-NAME-2
               UNSTRING WS-M2-NAME-WORK DELIMITED BY ALL SPACE
                   INTO WS-M2-NAME-1 WS-M2-NAME-2
               END-UNSTRING
               MOVE WS-M2-NAME-1 TO M2B-FIRST-NAME
               MOVE WS-M2-NAME-2 TO M2B-MIDDLE-NAME
           ELSE
               MOVE FUNCTION TRIM(WS-BRW-NAME) TO WS-M2-NAME-WORK
               UNSTRING WS-M2-NAME-WORK DELIMITED BY ALL SPACE
                   INTO WS-M2-NAME-1 WS-M2-NAME-2 WS-M2-NAME-3
               END-UNSTRING
               MOVE WS-M2-NAME-1 TO M2B-FIRST-NAME
               IF WS-M2-NAME-3 = SPACES
                   MOVE WS-M2-NAME-2 TO M2B-SURNAME
               ELSE
                   MOVE WS-M2-NAME-2 TO M2B-MIDDLE-NAME
                   MOVE WS-M2-NAME-3 TO M2B-SURNAME
               END-IF
           END-IF.

       CREDIT-FORMAT-DATE SECTION.
           IF WS-M2-DATE-IN IS NUMERIC
               MOVE SPACES TO WS-M2-DATE-OUT
               STRING WS-M2-DATE-IN(5:4) WS-M2-DATE-IN(1:4)
                   DELIMITED BY SIZE INTO WS-M2-DATE-OUT
           ELSE
               MOVE '00000000' TO WS-M2-DATE-OUT
           END-IF.

       CREDIT-WRITE-TRAILER SECTION.
           MOVE ZEROS TO M2-TRAILER
           MOVE '0426'             TO M2T-RDW
           MOVE 'TRAILER'          TO M2T-RECORD-ID
           MOVE SPACES             TO M2T-RESERVED-A
           MOVE SPACES             TO M2T-RESERVED-B
           MOVE WS-M2-BASE-CNT     TO M2T-TOTAL-BASE
           MOVE WS-M2-CNT(1)       TO M2T-TOTAL-11
           MOVE WS-M2-CNT(2)       TO M2T-TOTAL-71
           MOVE WS-M2-CNT(3)       TO M2T-TOTAL-78
           MOVE WS-M2-CNT(4)       TO M2T-TOTAL-80
           MOVE WS-M2-CNT(5)       TO M2T-TOTAL-82
           MOVE WS-M2-CNT(6)       TO M2T-TOTAL-83
           MOVE WS-M2-CNT(7)       TO M2T-TOTAL-84
           MOVE WS-M2-CNT(8)       TO M2T-TOTAL-13
           MOVE WS-M2-CNT(9)       TO M2T-TOTAL-97
           WRITE M2-TRAILER.

       CREDIT-WRITE-CONTROL SECTION.
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE 'ACCOUNT STATUS                 ACCOUNTS       BALANCE'
               TO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-M2-IX FROM 1 BY 1 UNTIL WS-M2-IX > 9
               MOVE WS-M2-CNT(WS-M2-IX) TO WS-STMT-CNT-DISP
               MOVE WS-M2-BAL(WS-M2-IX) TO WS-AGE-BAL-DISP
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING WS-M2-LABEL(WS-M2-IX) '     ' WS-STMT-CNT-DISP
                   ' ' WS-AGE-BAL-DISP DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-PERFORM
           MOVE WS-M2-BASE-CNT TO WS-STMT-CNT-DISP
           MOVE WS-M2-TOT-BAL TO WS-AGE-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'TOTAL ACCOUNTS REPORTED      ' WS-STMT-CNT-DISP
               ' ' WS-AGE-BAL-DISP DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE '----------------------------------------' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-AGE-COUNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'LOANS READ                   ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-M2-SKIP-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'SKIPPED - NAME OR ADDRESS    ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-M2-NODATE-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'SKIPPED - NO ORIGINATION DATE' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-M2-PRIOR-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'CLOSED IN AN EARLIER MONTH   ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       INVESTOR-MAINT-START SECTION.
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           PERFORM COMPUTE-RUN-ID
           OPEN I-O PARTICIPATION-FILE
           IF WS-PTC-STATUS NOT = '00'
               OPEN OUTPUT PARTICIPATION-FILE
               IF WS-PTC-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN PARTICIPATION FILE - '
                       'ABORTING INVESTOR MAINTENANCE.'
                   GOBACK
               END-IF
               CLOSE PARTICIPATION-FILE
               OPEN I-O PARTICIPATION-FILE
               IF WS-PTC-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO REOPEN PARTICIPATION FILE - '
                       'ABORTING INVESTOR MAINTENANCE.'
                   GOBACK
               END-IF
           END-IF.

       INVESTOR-MAINT-LOOP SECTION.
           DISPLAY 'INPUT ACCOUNT NUMBER (BLANK TO END).'
           ACCEPT WS-CURRENT-LOAN-ID
           IF WS-CURRENT-LOAN-ID = SPACES
               CLOSE PARTICIPATION-FILE
               DISPLAY 'INVESTOR PARTICIPATION MAINTENANCE COMPLETE.'
               DISPLAY 'RECORDS ADDED/CHANGED: ' WS-INV-UPD-COUNT
               GOBACK
           END-IF
           PERFORM FIND-MASTER-RECORD
           IF WS-INQUIRY-FOUND = 'N'
               DISPLAY 'ACCOUNT ' WS-CURRENT-LOAN-ID
                   ' NOT FOUND ON LOAN MASTER FILE.'
               GO TO INVESTOR-MAINT-LOOP
           END-IF
           COMPUTE WS-INV-NOTE-RATE = FUNCTION NUMVAL(INTEREST-RATE)
           PERFORM INVESTOR-LIST-LOAN

           DISPLAY 'INPUT INVESTOR ID (BLANK FOR NEXT ACCOUNT).'
           ACCEPT WS-INV-INVESTOR-ID
           IF WS-INV-INVESTOR-ID = SPACES
               GO TO INVESTOR-MAINT-LOOP
           END-IF
           MOVE 'N' TO WS-PTC-FOUND
           MOVE WS-CURRENT-LOAN-ID TO PTC-LOAN-ID
           MOVE WS-INV-INVESTOR-ID TO PTC-INVESTOR-ID
           READ PARTICIPATION-FILE
             INVALID KEY
               MOVE ZERO TO PTC-OWN-PCT
               MOVE ZERO TO PTC-PASS-RATE
               MOVE ZERO TO PTC-SVC-RATE
               MOVE 'A' TO PTC-STATUS
               MOVE WS-RUN-ID(1:8) TO PTC-EFF-DATE
               DISPLAY 'INVESTOR ' WS-INV-INVESTOR-ID
                   ' HOLDS NO SHARE OF ACCOUNT ' WS-CURRENT-LOAN-ID
                   ' - ADDING.'
             NOT INVALID KEY
               MOVE 'Y' TO WS-PTC-FOUND
               IF PTC-STATUS = 'A'
                   SUBTRACT PTC-OWN-PCT FROM WS-INV-OTHER-PCT
               END-IF
               MOVE PTC-OWN-PCT TO WS-INV-PCT-DISP
               MOVE PTC-PASS-RATE TO WS-INV-RATE-DISP
               MOVE PTC-SVC-RATE TO WS-INV-SVC-DISP
               DISPLAY 'INVESTOR ' WS-INV-INVESTOR-ID ' ON FILE -'
               DISPLAY '  OWNERSHIP: ' WS-INV-PCT-DISP '%'
                   '  PASS-THROUGH: ' WS-INV-RATE-DISP
                   '  SERVICING: ' WS-INV-SVC-DISP
               DISPLAY '  STATUS   : ' PTC-STATUS
                   '  EFFECTIVE: ' PTC-EFF-DATE
           END-READ.

       INVESTOR-MAINT-PCT SECTION.
           DISPLAY 'INPUT OWNERSHIP PERCENT (BLANK TO KEEP CURRENT).'
           ACCEPT WS-INV-ANSWER
           IF WS-INV-ANSWER = SPACES
               IF PTC-OWN-PCT = ZERO
                   DISPLAY 'OWNERSHIP PERCENT REQUIRED.'
                   GO TO INVESTOR-MAINT-PCT
               END-IF
               MOVE PTC-OWN-PCT TO WS-INV-NEW-PCT
           ELSE
               MOVE SPACES TO WS-GENERIC-FIELD
               MOVE WS-INV-ANSWER TO WS-GENERIC-FIELD
               MOVE 9 TO WS-GENERIC-LEN
               PERFORM VALIDATE-RATE-FIELD
               IF WS-VALID-FLAG = 'N'
                   OR WS-INV-ANSWER(10:8) NOT = SPACES
                   DISPLAY 'INVALID INPUT'
                   GO TO INVESTOR-MAINT-PCT
               END-IF
               COMPUTE WS-INV-NEW-PCT = FUNCTION NUMVAL(WS-INV-ANSWER)
               IF WS-INV-NEW-PCT = ZERO
                   OR WS-INV-NEW-PCT > WS-INV-MAX-PCT
                   DISPLAY 'OWNERSHIP MUST BE ABOVE 0 AND NOT OVER 100.'
                   GO TO INVESTOR-MAINT-PCT
               END-IF
           END-IF
           IF PTC-STATUS = 'A'
               AND WS-INV-OTHER-PCT + WS-INV-NEW-PCT > WS-INV-MAX-PCT
               MOVE WS-INV-OTHER-PCT TO WS-INV-PCT-DISP
               DISPLAY 'OTHER INVESTORS ALREADY OWN ' WS-INV-PCT-DISP
                   '% - TOTAL WOULD EXCEED 100%.'
               GO TO INVESTOR-MAINT-PCT
           END-IF
           MOVE WS-INV-NEW-PCT TO PTC-OWN-PCT.

       INVESTOR-MAINT-PASS-RATE SECTION.
           DISPLAY 'INPUT PASS-THROUGH RATE (BLANK TO KEEP CURRENT).'
           ACCEPT WS-INV-ANSWER
           IF WS-INV-ANSWER = SPACES
               IF PTC-PASS-RATE = ZERO
                   DISPLAY 'PASS-THROUGH RATE REQUIRED.'
                   GO TO INVESTOR-MAINT-PASS-RATE
               END-IF
           ELSE
               MOVE SPACES TO WS-GENERIC-FIELD
               MOVE WS-INV-ANSWER TO WS-GENERIC-FIELD
               MOVE 7 TO WS-GENERIC-LEN
               PERFORM VALIDATE-RATE-FIELD
               IF WS-VALID-FLAG = 'N'
                   OR WS-INV-ANSWER(8:10) NOT = SPACES
                   DISPLAY 'INVALID INPUT'
                   GO TO INVESTOR-MAINT-PASS-RATE
               END-IF
               COMPUTE PTC-PASS-RATE = FUNCTION NUMVAL(WS-INV-ANSWER)
               IF PTC-PASS-RATE = ZERO
                   OR PTC-PASS-RATE > WS-MAX-RATE-PCT
                   DISPLAY 'PASS-THROUGH RATE OUT OF RANGE.'
                   MOVE ZERO TO PTC-PASS-RATE
                   GO TO INVESTOR-MAINT-PASS-RATE
               END-IF
           END-IF.

       INVESTOR-MAINT-SVC-RATE SECTION.
           DISPLAY 'INPUT SERVICING FEE RATE (BLANK TO KEEP CURRENT).'
           ACCEPT WS-INV-ANSWER
           IF WS-INV-ANSWER NOT = SPACES
               MOVE SPACES TO WS-GENERIC-FIELD
               MOVE WS-INV-ANSWER TO WS-GENERIC-FIELD
               MOVE 7 TO WS-GENERIC-LEN
               PERFORM VALIDATE-RATE-FIELD
               IF WS-VALID-FLAG = 'N'
                   OR WS-INV-ANSWER(8:10) NOT = SPACES
                   DISPLAY 'INVALID INPUT'
                   GO TO INVESTOR-MAINT-SVC-RATE
               END-IF
               COMPUTE PTC-SVC-RATE = FUNCTION NUMVAL(WS-INV-ANSWER)
               IF PTC-SVC-RATE > WS-MAX-RATE-PCT
                   DISPLAY 'SERVICING FEE RATE OUT OF RANGE.'
                   GO TO INVESTOR-MAINT-SVC-RATE
               END-IF
           END-IF
           IF PTC-PASS-RATE + PTC-SVC-RATE > WS-INV-NOTE-RATE
               DISPLAY 'WARNING - PASS-THROUGH PLUS SERVICING EXCEEDS '
                   'THE NOTE RATE - SHORTFALL COMES OUT OF SERVICING.'
           END-IF.

       INVESTOR-MAINT-STATUS SECTION.
           DISPLAY 'INPUT STATUS A=ACTIVE I=INACTIVE/REPURCHASED '
               '(BLANK TO KEEP CURRENT).'
           ACCEPT WS-INV-ANSWER
           IF WS-INV-ANSWER NOT = SPACES
               EVALUATE WS-INV-ANSWER(1:1)
                   WHEN 'A'
                   WHEN 'a'
                       IF PTC-STATUS NOT = 'A'
                           AND WS-INV-OTHER-PCT + PTC-OWN-PCT
                               > WS-INV-MAX-PCT
                           DISPLAY 'CANNOT REACTIVATE - TOTAL '
                               'OWNERSHIP WOULD EXCEED 100%.'
                           GO TO INVESTOR-MAINT-STATUS
                       END-IF
                       MOVE 'A' TO PTC-STATUS
                   WHEN 'I'
                   WHEN 'i'
                       MOVE 'I' TO PTC-STATUS
                   WHEN OTHER
                       DISPLAY 'INVALID INPUT'
                       GO TO INVESTOR-MAINT-STATUS
               END-EVALUATE
           END-IF
           DISPLAY 'INPUT EFFECTIVE DATE YYYYMMDD '
               '(BLANK TO KEEP CURRENT).'
           ACCEPT WS-INV-ANSWER
           IF WS-INV-ANSWER NOT = SPACES
               IF WS-INV-ANSWER(1:8) IS NOT NUMERIC
                   OR WS-INV-ANSWER(9:9) NOT = SPACES
                   DISPLAY 'INVALID INPUT'
                   GO TO INVESTOR-MAINT-STATUS
               END-IF
               COMPUTE WS-INV-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-INV-ANSWER(1:8)))
               IF WS-INV-DATE-INT = ZERO
                   DISPLAY 'INVALID INPUT'
                   GO TO INVESTOR-MAINT-STATUS
               END-IF
               MOVE WS-INV-ANSWER(1:8) TO PTC-EFF-DATE
           END-IF

           MOVE WS-CURRENT-LOAN-ID TO PTC-LOAN-ID
           MOVE WS-INV-INVESTOR-ID TO PTC-INVESTOR-ID
           MOVE WS-OPERATOR-ID TO PTC-OPERATOR
           MOVE WS-RUN-ID(1:8) TO PTC-MAINT-DATE
           IF WS-PTC-FOUND = 'Y'
               REWRITE PARTICIPATION-RECORD
           ELSE
               WRITE PARTICIPATION-RECORD
                 INVALID KEY
                   REWRITE PARTICIPATION-RECORD
               END-WRITE
           END-IF
           IF WS-PTC-STATUS NOT = '00'
               DISPLAY 'PARTICIPATION UPDATE FAILED FOR '
                   PTC-LOAN-ID ' ' PTC-INVESTOR-ID
                   ' - STATUS ' WS-PTC-STATUS
           ELSE
               ADD 1 TO WS-INV-UPD-COUNT
               DISPLAY 'PARTICIPATION UPDATED FOR ' WS-CURRENT-LOAN-ID
                   ' INVESTOR ' WS-INV-INVESTOR-ID
           END-IF
           GO TO INVESTOR-MAINT-LOOP.

       INVESTOR-LIST-LOAN SECTION.
           MOVE ZERO TO WS-INV-OTHER-PCT
           MOVE 'N' TO WS-EOF-PTC
           MOVE WS-CURRENT-LOAN-ID TO PTC-LOAN-ID
           MOVE LOW-VALUES TO PTC-INVESTOR-ID
           START PARTICIPATION-FILE KEY NOT < PTC-KEY
             INVALID KEY
               MOVE 'Y' TO WS-EOF-PTC
           END-START
           PERFORM UNTIL WS-EOF-PTC = 'Y'
             READ PARTICIPATION-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PTC
               NOT AT END
                 IF PTC-LOAN-ID NOT = WS-CURRENT-LOAN-ID
                     MOVE 'Y' TO WS-EOF-PTC
                 ELSE
                     MOVE PTC-OWN-PCT TO WS-INV-PCT-DISP
                     DISPLAY '  INVESTOR ' PTC-INVESTOR-ID
                         '  OWNS ' WS-INV-PCT-DISP '%'
                         '  STATUS ' PTC-STATUS
                     IF PTC-STATUS = 'A'
                         ADD PTC-OWN-PCT TO WS-INV-OTHER-PCT
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE WS-INV-OTHER-PCT TO WS-INV-PCT-DISP
           DISPLAY 'ACCOUNT ' WS-CURRENT-LOAN-ID ' - '
               WS-INV-PCT-DISP '% SOLD TO INVESTORS.'.

       INVESTOR-REMIT-START SECTION.
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT GL EXTRACT FILE NAME.'
           ACCEPT WS-GLX-FILE-NAME
           DISPLAY 'INPUT REMITTANCE PERIOD FROM DATE YYYYMMDD '
               '(BLANK FOR LAST MONTH).'
           ACCEPT WS-INV-FROM-DATE
           DISPLAY 'INPUT REMITTANCE PERIOD THRU DATE YYYYMMDD '
               '(BLANK FOR LAST MONTH).'
           ACCEPT WS-INV-THRU-DATE
           DISPLAY 'INPUT INVESTOR WIRE FILE NAME.'
           ACCEPT WS-WIR-FILE-NAME
           DISPLAY 'INPUT INVESTOR REMITTANCE REPORT FILE NAME.'
           ACCEPT WS-PRINT-FILE-NAME

           PERFORM COMPUTE-RUN-ID
           IF WS-INV-FROM-DATE = SPACES OR WS-INV-THRU-DATE = SPACES
               COMPUTE WS-INV-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RUN-ID(1:6)) * 100 + 1) - 1
               COMPUTE WS-INV-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-INV-DATE-INT)
               MOVE WS-INV-DATE-N TO WS-INV-THRU-DATE
               MOVE WS-INV-THRU-DATE TO WS-INV-FROM-DATE
               MOVE '01' TO WS-INV-FROM-DATE(7:2)
           END-IF
           IF WS-INV-FROM-DATE IS NOT NUMERIC
               OR WS-INV-THRU-DATE IS NOT NUMERIC
               OR WS-INV-FROM-DATE > WS-INV-THRU-DATE
               DISPLAY 'INVALID REMITTANCE PERIOD - '
                   'ABORTING REMITTANCE RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GLX-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GL EXTRACT FILE - '
                   'ABORTING REMITTANCE RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PARTICIPATION-FILE
           IF WS-PTC-STATUS NOT = '00'
               DISPLAY 'NO PARTICIPATION FILE ON FILE - '
                   'ABORTING REMITTANCE RUN.'
               CLOSE GL-EXTRACT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'NO LOAN MASTER FILE ON FILE - '
                   'ABORTING REMITTANCE RUN.'
               CLOSE GL-EXTRACT-FILE
               CLOSE PARTICIPATION-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT INVESTOR-WORK-FILE
           CLOSE INVESTOR-WORK-FILE
           OPEN I-O INVESTOR-WORK-FILE
           IF WS-IVW-STATUS NOT = '00'
               DISPLAY 'UNABLE TO CREATE INVESTOR WORK FILE - '
                   'ABORTING REMITTANCE RUN.'
               CLOSE GL-EXTRACT-FILE
               CLOSE PARTICIPATION-FILE
               CLOSE LOAN-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT WIRE-FILE
           IF WS-WIR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN INVESTOR WIRE FILE - '
                   'ABORTING REMITTANCE RUN.'
               CLOSE GL-EXTRACT-FILE
               CLOSE PARTICIPATION-FILE
               CLOSE LOAN-MASTER-FILE
               CLOSE INVESTOR-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN REMITTANCE REPORT FILE - '
                   'ABORTING REMITTANCE RUN.'
               CLOSE GL-EXTRACT-FILE
               CLOSE PARTICIPATION-FILE
               CLOSE LOAN-MASTER-FILE
               CLOSE INVESTOR-WORK-FILE
               CLOSE WIRE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'INVESTOR REMITTANCE RUN ' WS-RUN-ID
               ' OPERATOR: ' WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'COLLECTIONS POSTED ' WS-INV-FROM-DATE ' THRU '
               WS-INV-THRU-DATE DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           MOVE 'N' TO WS-EOF-GLX
           PERFORM UNTIL WS-EOF-GLX = 'Y'
             READ GL-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF-GLX
               NOT AT END PERFORM INVESTOR-REMIT-GLX
             END-READ
           END-PERFORM
           CLOSE GL-EXTRACT-FILE
           CLOSE PARTICIPATION-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE INVESTOR-WORK-FILE

           MOVE SPACES TO WS-INV-PREV-ID
           MOVE 'N' TO WS-EOF-IVW
           OPEN INPUT INVESTOR-WORK-FILE
           PERFORM UNTIL WS-EOF-IVW = 'Y'
             READ INVESTOR-WORK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-IVW
               NOT AT END PERFORM INVESTOR-REMIT-DETAIL
             END-READ
           END-PERFORM
           IF WS-INV-PREV-ID NOT = SPACES
               PERFORM INVESTOR-REMIT-BREAK
           END-IF
           CLOSE INVESTOR-WORK-FILE

           MOVE SPACES TO WIRE-TRAILER
           MOVE 'T' TO WIT-RECORD-TYPE
           MOVE WS-INV-INVESTORS TO WIT-INVESTOR-CNT
           MOVE WS-INV-TOT-WIRED TO WIT-TOTAL-AMOUNT
           MOVE WS-RUN-ID TO WIT-RUN-ID
           WRITE WIRE-TRAILER
           CLOSE WIRE-FILE

           PERFORM INVESTOR-REMIT-SUMMARY
           CLOSE PRINT-FILE
           DISPLAY 'INVESTOR REMITTANCE RUN COMPLETE.'
           DISPLAY 'COLLECTIONS SELECTED: ' WS-INV-GLX-USED
           DISPLAY 'INVESTORS REMITTED  : ' WS-INV-INVESTORS
           IF WS-INV-TIE-DIFF NOT = ZERO OR WS-INV-NEG-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INVESTOR-REMIT-GLX SECTION.
           ADD 1 TO WS-INV-GLX-READ
           IF GLX-SOURCE NOT = 'P' AND GLX-SOURCE NOT = 'N'
               GO TO INVESTOR-REMIT-GLX-EXIT
           END-IF
           IF GLX-POST-DATE < WS-INV-FROM-DATE
               OR GLX-POST-DATE > WS-INV-THRU-DATE
               GO TO INVESTOR-REMIT-GLX-EXIT
           END-IF
           IF GLX-SOURCE = 'P'
               MOVE GLX-PRINCIPAL-AMOUNT TO WS-INV-GLX-PRIN
           ELSE
               MOVE ZERO TO WS-INV-GLX-PRIN
           END-IF
           MOVE GLX-INTEREST-AMOUNT TO WS-INV-GLX-INT
           IF WS-INV-GLX-PRIN = ZERO AND WS-INV-GLX-INT = ZERO
               GO TO INVESTOR-REMIT-GLX-EXIT
           END-IF
           ADD 1 TO WS-INV-GLX-USED
           ADD WS-INV-GLX-PRIN TO WS-INV-TOT-PRIN
           ADD WS-INV-GLX-INT TO WS-INV-TOT-INT
           COMPUTE WS-INV-TOT-COLL =
               WS-INV-TOT-COLL + WS-INV-GLX-PRIN + WS-INV-GLX-INT
           COMPUTE WS-INV-TOT-OWNED =
               WS-INV-TOT-OWNED + WS-INV-GLX-PRIN + WS-INV-GLX-INT

           MOVE 'N' TO WS-INV-LOAN-READ
           MOVE 'N' TO WS-EOF-PTC
           MOVE GLX-LOAN-ID TO PTC-LOAN-ID
           MOVE LOW-VALUES TO PTC-INVESTOR-ID
           START PARTICIPATION-FILE KEY NOT < PTC-KEY
             INVALID KEY
               MOVE 'Y' TO WS-EOF-PTC
           END-START
           PERFORM UNTIL WS-EOF-PTC = 'Y'
             READ PARTICIPATION-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PTC
               NOT AT END
                 IF PTC-LOAN-ID NOT = GLX-LOAN-ID
                     MOVE 'Y' TO WS-EOF-PTC
                 ELSE
                     IF PTC-STATUS = 'A'
                         AND PTC-EFF-DATE NOT > GLX-POST-DATE
                         PERFORM INVESTOR-REMIT-SHARE
                     END-IF
                 END-IF
             END-READ
           END-PERFORM.

       INVESTOR-REMIT-GLX-EXIT.
           EXIT.

       INVESTOR-REMIT-SHARE SECTION.
           IF WS-INV-LOAN-READ = 'N'
               MOVE 'Y' TO WS-INV-LOAN-READ
               ADD 1 TO WS-INV-PTC-LOANS
               PERFORM INVESTOR-NOTE-RATE
           END-IF
           COMPUTE WS-INV-SH-PRIN ROUNDED =
               WS-INV-GLX-PRIN * PTC-OWN-PCT / 100
           COMPUTE WS-INV-SH-INT ROUNDED =
               WS-INV-GLX-INT * PTC-OWN-PCT / 100

           IF WS-INV-NOTE-RATE = ZERO
               MOVE 1 TO WS-INV-PASS-RATIO
               MOVE ZERO TO WS-INV-SVC-RATIO
           ELSE
               IF PTC-PASS-RATE NOT < WS-INV-NOTE-RATE
                   MOVE 1 TO WS-INV-PASS-RATIO
               ELSE
                   COMPUTE WS-INV-PASS-RATIO =
                       PTC-PASS-RATE / WS-INV-NOTE-RATE
               END-IF
               IF PTC-PASS-RATE + PTC-SVC-RATE
                   NOT < WS-INV-NOTE-RATE
                   COMPUTE WS-INV-SVC-RATIO = 1 - WS-INV-PASS-RATIO
               ELSE
                   COMPUTE WS-INV-SVC-RATIO =
                       PTC-SVC-RATE / WS-INV-NOTE-RATE
               END-IF
           END-IF
           COMPUTE WS-INV-SH-INV-INT ROUNDED =
               WS-INV-SH-INT * WS-INV-PASS-RATIO
           COMPUTE WS-INV-SH-SVC ROUNDED =
               WS-INV-SH-INT * WS-INV-SVC-RATIO
           COMPUTE WS-INV-SH-EXCESS =
               WS-INV-SH-INT - WS-INV-SH-INV-INT - WS-INV-SH-SVC

           ADD WS-INV-SH-PRIN TO WS-INV-TOT-INV-PRIN
           ADD WS-INV-SH-INV-INT TO WS-INV-TOT-INV-INT
           ADD WS-INV-SH-SVC TO WS-INV-TOT-SVC
           ADD WS-INV-SH-EXCESS TO WS-INV-TOT-EXCESS
           COMPUTE WS-INV-TOT-OWNED =
               WS-INV-TOT-OWNED - WS-INV-SH-PRIN - WS-INV-SH-INT

           MOVE PTC-INVESTOR-ID TO IVW-INVESTOR-ID
           MOVE PTC-LOAN-ID TO IVW-LOAN-ID
           READ INVESTOR-WORK-FILE
             INVALID KEY
               MOVE PTC-OWN-PCT TO IVW-OWN-PCT
               MOVE ZERO TO IVW-ITEM-CNT
               MOVE ZERO TO IVW-PRINCIPAL
               MOVE ZERO TO IVW-GROSS-INT
               MOVE ZERO TO IVW-INV-INT
               MOVE ZERO TO IVW-SVC-FEE
               MOVE ZERO TO IVW-EXCESS
               ADD 1 TO IVW-ITEM-CNT
               ADD WS-INV-SH-PRIN TO IVW-PRINCIPAL
               ADD WS-INV-SH-INT TO IVW-GROSS-INT
               ADD WS-INV-SH-INV-INT TO IVW-INV-INT
               ADD WS-INV-SH-SVC TO IVW-SVC-FEE
               ADD WS-INV-SH-EXCESS TO IVW-EXCESS
               WRITE INVESTOR-WORK-RECORD
             NOT INVALID KEY
               ADD 1 TO IVW-ITEM-CNT
               ADD WS-INV-SH-PRIN TO IVW-PRINCIPAL
               ADD WS-INV-SH-INT TO IVW-GROSS-INT
               ADD WS-INV-SH-INV-INT TO IVW-INV-INT
               ADD WS-INV-SH-SVC TO IVW-SVC-FEE
               ADD WS-INV-SH-EXCESS TO IVW-EXCESS
               REWRITE INVESTOR-WORK-RECORD
           END-READ.

       INVESTOR-NOTE-RATE SECTION.
           MOVE ZERO TO WS-INV-NOTE-RATE
           MOVE GLX-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
             INVALID KEY
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'LOAN ' GLX-LOAN-ID ' NOT ON MASTER - '
                   'INTEREST PASSED TO INVESTORS IN FULL'
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               GO TO INVESTOR-NOTE-RATE-EXIT
           END-READ
           MOVE LM-INTEREST-RATE TO INTEREST-RATE
           COMPUTE NUMINTEREST-RATE = FUNCTION NUMVAL(INTEREST-RATE)
           MOVE LM-PRODUCT-TYPE  TO WS-ARM-TYPE
           MOVE LM-RESET-FREQ    TO WS-ARM-RESET-X
           MOVE LM-RATE-STEP     TO WS-ARM-STEP-X
           MOVE LM-RATE-CAP      TO WS-ARM-CAP-X
           MOVE LM-RATE-FLOOR    TO WS-ARM-FLOOR-X
           PERFORM PARSE-ARM-TERMS
           IF WS-VALID-FLAG = 'N'
               MOVE 'F' TO WS-ARM-TYPE
               PERFORM PARSE-ARM-TERMS
           END-IF
           MOVE GLX-PERIOD TO WS-QUOTE-PERIODS
           PERFORM QUOTE-RATE-AT-PERIOD
           MOVE WS-ARM-CUR-RATE TO WS-INV-NOTE-RATE.

       INVESTOR-NOTE-RATE-EXIT.
           EXIT.

       INVESTOR-REMIT-DETAIL SECTION.
           IF IVW-INVESTOR-ID NOT = WS-INV-PREV-ID
               IF WS-INV-PREV-ID NOT = SPACES
                   PERFORM INVESTOR-REMIT-BREAK
               END-IF
               MOVE IVW-INVESTOR-ID TO WS-INV-PREV-ID
               MOVE ZERO TO WS-INV-I-PRIN
               MOVE ZERO TO WS-INV-I-INT
               MOVE ZERO TO WS-INV-I-SVC
               MOVE ZERO TO WS-INV-I-LOANS
               MOVE SPACES TO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'INVESTOR ' IVW-INVESTOR-ID
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF
           ADD 1 TO WS-INV-I-LOANS
           ADD IVW-PRINCIPAL TO WS-INV-I-PRIN
           ADD IVW-INV-INT TO WS-INV-I-INT
           COMPUTE WS-INV-I-SVC =
               WS-INV-I-SVC + IVW-SVC-FEE + IVW-EXCESS
           COMPUTE WS-INV-REMIT = IVW-PRINCIPAL + IVW-INV-INT
           MOVE IVW-OWN-PCT TO WS-INV-PCT-DISP
           MOVE IVW-PRINCIPAL TO WS-INV-AMT1-DISP
           MOVE IVW-INV-INT TO WS-INV-AMT2-DISP
           COMPUTE WS-INV-AMT3-DISP = IVW-SVC-FEE + IVW-EXCESS
           MOVE WS-INV-REMIT TO WS-INV-AMT4-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING '  LOAN ' IVW-LOAN-ID ' OWN ' WS-INV-PCT-DISP '%'
               ' PRIN ' WS-INV-AMT1-DISP ' INT ' WS-INV-AMT2-DISP
               ' SVC ' WS-INV-AMT3-DISP ' REMIT ' WS-INV-AMT4-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       INVESTOR-REMIT-BREAK SECTION.
           COMPUTE WS-INV-REMIT = WS-INV-I-PRIN + WS-INV-I-INT
           ADD 1 TO WS-INV-INVESTORS
           ADD WS-INV-REMIT TO WS-INV-TOT-WIRED
           MOVE WS-INV-I-LOANS TO WS-COUNT-DISP
           MOVE WS-INV-I-PRIN TO WS-INV-AMT1-DISP
           MOVE WS-INV-I-INT TO WS-INV-AMT2-DISP
           MOVE WS-INV-I-SVC TO WS-INV-AMT3-DISP
           MOVE WS-INV-REMIT TO WS-INV-AMT4-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING '  TOTAL ' WS-COUNT-DISP ' LOANS     '
               ' PRIN ' WS-INV-AMT1-DISP ' INT ' WS-INV-AMT2-DISP
               ' SVC ' WS-INV-AMT3-DISP ' REMIT ' WS-INV-AMT4-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           IF WS-INV-REMIT < ZERO
               ADD 1 TO WS-INV-NEG-CNT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING '  INVESTOR ' WS-INV-PREV-ID
                   ' NET REVERSALS - AMOUNT DUE BACK FROM INVESTOR'
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF

           MOVE SPACES TO WIRE-DETAIL
           MOVE 'D'              TO WIR-RECORD-TYPE
           MOVE WS-INV-PREV-ID   TO WIR-INVESTOR-ID
           MOVE WS-RUN-ID(1:8)   TO WIR-VALUE-DATE
           MOVE WS-INV-FROM-DATE TO WIR-PERIOD-FROM
           MOVE WS-INV-THRU-DATE TO WIR-PERIOD-THRU
           MOVE WS-INV-I-PRIN    TO WIR-PRINCIPAL
           MOVE WS-INV-I-INT     TO WIR-INTEREST
           MOVE WS-INV-REMIT     TO WIR-AMOUNT
           MOVE WS-INV-I-LOANS   TO WIR-LOAN-CNT
           MOVE WS-RUN-ID        TO WIR-RUN-ID
           WRITE WIRE-DETAIL.

       INVESTOR-REMIT-SUMMARY SECTION.
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE 'REMITTANCE TIE-OUT' TO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-INV-TOT-PRIN TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'PRINCIPAL COLLECTED        : ' WS-TB-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-INV-TOT-INT TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'INTEREST COLLECTED         : ' WS-TB-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-INV-TOT-COLL TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'TOTAL COLLECTIONS          : ' WS-TB-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE '----------------------------------------' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-INV-TOT-INV-PRIN TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'INVESTOR PRINCIPAL         : ' WS-TB-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-INV-TOT-INV-INT TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'INVESTOR PASS-THROUGH INT  : ' WS-TB-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-INV-TOT-WIRED TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'TOTAL REMITTED TO INVESTORS: ' WS-TB-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-INV-TOT-SVC TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'SERVICING FEES RETAINED    : ' WS-TB-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-INV-TOT-EXCESS TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'EXCESS SPREAD RETAINED     : ' WS-TB-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-INV-TOT-OWNED TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'RETAINED OWNERSHIP SHARE   : ' WS-TB-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           COMPUTE WS-INV-TOT-SUM = WS-INV-TOT-WIRED + WS-INV-TOT-SVC
               + WS-INV-TOT-EXCESS + WS-INV-TOT-OWNED
           MOVE WS-INV-TOT-SUM TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'TOTAL ACCOUNTED FOR        : ' WS-TB-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           COMPUTE WS-INV-TIE-DIFF = WS-INV-TOT-COLL - WS-INV-TOT-SUM
           MOVE WS-INV-TIE-DIFF TO WS-TB-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'DIFFERENCE                 : ' WS-TB-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           IF WS-INV-TIE-DIFF = ZERO
               MOVE 'COLLECTIONS TIE TO INVESTOR SHARES PLUS RETAINED'
                   TO WS-OUTPUT-LINE
           ELSE
               MOVE 'COLLECTIONS DO NOT TIE - REVIEW BEFORE WIRING'
                   TO WS-OUTPUT-LINE
           END-IF
           PERFORM EMIT-LINE
           MOVE '----------------------------------------' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-INV-GLX-READ TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'GL EXTRACT RECORDS READ    : ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-INV-GLX-USED TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'COLLECTIONS IN PERIOD      : ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-INV-PTC-LOANS TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'COLLECTIONS ON SOLD LOANS  : ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-INV-INVESTORS TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'INVESTORS REMITTED         : ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       CHECK-OPERATOR-AUTHORITY SECTION.
           MOVE 'N' TO WS-OPR-FOUND
           MOVE 'N' TO WS-OPR-BOOTSTRAP
           MOVE 'N' TO WS-OPR-RATE-OK
           MOVE ZERO TO WS-OPR-WAIVE-LIMIT
           MOVE 'MODE SIGN-ON' TO WS-SEC-FUNCTION
           MOVE SPACES TO WS-SEC-REASON
           MOVE SPACES TO WS-SEC-LOAN-ID
           MOVE ZERO TO WS-SEC-AMOUNT
           IF WS-OPERATOR-ID = SPACES
               MOVE 'NO OPERATOR ID ENTERED' TO WS-SEC-REASON
               PERFORM OPERATOR-REFUSED
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS NOT = '00'
               IF MODE-SELECT = 29
                   MOVE 'Y' TO WS-OPR-BOOTSTRAP
                   DISPLAY 'NO OPERATOR AUTHORITY FILE ON RECORD - '
                       'INITIAL SET-UP ONLY.'
                   GO TO CHECK-OPERATOR-EXIT
               END-IF
               MOVE 'OPERATOR AUTHORITY FILE NOT AVAILABLE'
                   TO WS-SEC-REASON
               PERFORM OPERATOR-REFUSED
           END-IF
           MOVE WS-OPERATOR-ID TO OPR-ID
           READ OPERATOR-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE 'Y' TO WS-OPR-FOUND
           END-READ
           IF WS-OPR-FOUND = 'N' AND MODE-SELECT = 29
               MOVE LOW-VALUES TO OPR-ID
               START OPERATOR-FILE KEY NOT < OPR-ID
                 INVALID KEY MOVE 'Y' TO WS-OPR-BOOTSTRAP
               END-START
               IF WS-OPR-BOOTSTRAP = 'N'
                   READ OPERATOR-FILE NEXT RECORD
                     AT END MOVE 'Y' TO WS-OPR-BOOTSTRAP
                   END-READ
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-OPR-BOOTSTRAP = 'Y'
                   DISPLAY 'OPERATOR AUTHORITY FILE IS EMPTY - '
                       'INITIAL SET-UP ONLY.'
               WHEN WS-OPR-FOUND = 'N'
                   MOVE 'OPERATOR ID NOT ON AUTHORITY FILE'
                       TO WS-SEC-REASON
               WHEN OPR-ACTIVE NOT = 'A'
                   MOVE 'OPERATOR ID IS INACTIVE' TO WS-SEC-REASON
               WHEN OPR-MODE-OK(MODE-SELECT) NOT = 'Y'
                   MOVE 'MODE NOT IN OPERATOR AUTHORITY'
                       TO WS-SEC-REASON
               WHEN OTHER
                   MOVE OPR-WAIVE-LIMIT TO WS-OPR-WAIVE-LIMIT
                   MOVE OPR-RATE-APPROVE TO WS-OPR-RATE-OK
           END-EVALUATE
           CLOSE OPERATOR-FILE
           IF WS-SEC-REASON NOT = SPACES
               PERFORM OPERATOR-REFUSED
           END-IF.

       CHECK-OPERATOR-EXIT.
           EXIT.

       OPERATOR-REFUSED SECTION.
           PERFORM WRITE-SECURITY-VIOLATION
           MOVE MODE-SELECT TO WS-SEC-MODE-DISP
           DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' REFUSED FOR MODE '
               WS-SEC-MODE-DISP ' - ' WS-SEC-REASON
           DISPLAY 'ATTEMPT RECORDED ON SECURITY VIOLATION LOG.'
           MOVE 8 TO RETURN-CODE
           GOBACK.

       WRITE-SECURITY-VIOLATION SECTION.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SEC-STATUS NOT = '00'
               OPEN OUTPUT SECURITY-LOG-FILE
               IF WS-SEC-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN SECURITY VIOLATION LOG - '
                       'STATUS ' WS-SEC-STATUS
                   GO TO WRITE-SECURITY-EXIT
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO SEC-TIMESTAMP
           MOVE WS-OPERATOR-ID  TO SEC-OPERATOR
           MOVE MODE-SELECT     TO SEC-MODE
           MOVE WS-SEC-FUNCTION TO SEC-FUNCTION
           MOVE WS-SEC-REASON   TO SEC-REASON
           MOVE WS-SEC-LOAN-ID  TO SEC-LOAN-ID
           MOVE WS-SEC-AMOUNT   TO SEC-AMOUNT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE.

       WRITE-SECURITY-EXIT.
           EXIT.

       OPERATOR-MAINT-START SECTION.
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           PERFORM COMPUTE-RUN-ID
           OPEN I-O OPERATOR-FILE
           IF WS-OPR-STATUS NOT = '00'
               OPEN OUTPUT OPERATOR-FILE
               IF WS-OPR-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN OPERATOR AUTHORITY FILE - '
                       'ABORTING OPERATOR MAINTENANCE.'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
               IF WS-OPR-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO REOPEN OPERATOR AUTHORITY FILE '
                       '- ABORTING OPERATOR MAINTENANCE.'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-OPR-BOOTSTRAP = 'Y'
               DISPLAY 'ADD YOUR OWN OPERATOR ID FIRST AND GRANT IT '
                   'MODE 29.'
           END-IF.

       OPERATOR-MAINT-LOOP SECTION.
           DISPLAY 'INPUT OPERATOR ID TO MAINTAIN (BLANK TO END).'
           ACCEPT WS-OPR-MAINT-ID
           IF WS-OPR-MAINT-ID = SPACES
               CLOSE OPERATOR-FILE
               DISPLAY 'OPERATOR AUTHORITY MAINTENANCE COMPLETE.'
               DISPLAY 'RECORDS ADDED/CHANGED: ' WS-OPR-UPD-COUNT
               GOBACK
           END-IF
           IF WS-OPR-MAINT-ID = WS-OPERATOR-ID
               AND WS-OPR-BOOTSTRAP NOT = 'Y'
               DISPLAY 'OPERATORS MAY NOT CHANGE THEIR OWN AUTHORITY.'
               MOVE 'OPERATOR MAINTENANCE' TO WS-SEC-FUNCTION
               MOVE 'ATTEMPT TO CHANGE OWN AUTHORITY' TO WS-SEC-REASON
               MOVE SPACES TO WS-SEC-LOAN-ID
               MOVE ZERO TO WS-SEC-AMOUNT
               PERFORM WRITE-SECURITY-VIOLATION
               GO TO OPERATOR-MAINT-LOOP
           END-IF

           MOVE 'N' TO WS-OPR-FOUND
           MOVE WS-OPR-MAINT-ID TO OPR-ID
           READ OPERATOR-FILE
             INVALID KEY
               MOVE SPACES TO OPR-NAME
               MOVE ALL 'N' TO OPR-MODE-TABLE
               MOVE ZERO TO OPR-WAIVE-LIMIT
               MOVE 'N' TO OPR-RATE-APPROVE
               MOVE 'N' TO OPR-SUPERVISOR
               MOVE 'N' TO OPR-COLLECTOR
               MOVE 'A' TO OPR-ACTIVE
               DISPLAY 'OPERATOR ' WS-OPR-MAINT-ID
                   ' NOT ON FILE - ADDING.'
             NOT INVALID KEY
               MOVE 'Y' TO WS-OPR-FOUND
               MOVE OPR-WAIVE-LIMIT TO WS-OPR-LIMIT-DISP
               DISPLAY 'OPERATOR ' OPR-ID ' ON FILE -'
               DISPLAY '  NAME     : ' OPR-NAME
               DISPLAY '  STATUS   : ' OPR-ACTIVE
                   '  RATE APPROVAL: ' OPR-RATE-APPROVE
                   '  SUPERVISOR: ' OPR-SUPERVISOR
                   '  COLLECTOR: ' OPR-COLLECTOR
                   '  WAIVER LIMIT: ' WS-OPR-LIMIT-DISP
               DISPLAY '  LAST MAINTAINED ' OPR-MAINT-DATE
                   ' BY ' OPR-OPERATOR
           END-READ.

       OPERATOR-MAINT-NAME SECTION.
           DISPLAY 'INPUT OPERATOR NAME (BLANK TO KEEP CURRENT).'
           ACCEPT WS-OPR-ANSWER
           IF WS-OPR-ANSWER = SPACES
               IF OPR-NAME = SPACES
                   DISPLAY 'OPERATOR NAME REQUIRED.'
                   GO TO OPERATOR-MAINT-NAME
               END-IF
           ELSE
               MOVE WS-OPR-ANSWER TO OPR-NAME
           END-IF.

       OPERATOR-MAINT-MODES SECTION.
           MOVE SPACES TO WS-OPR-MODE-LIST
           MOVE 1 TO WS-OPR-PTR
           PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                   UNTIL WS-OPR-IX > WS-OPR-MAX-MODE
               IF OPR-MODE-OK(WS-OPR-IX) = 'Y'
                   MOVE WS-OPR-IX TO WS-SEC-MODE-DISP
                   STRING WS-SEC-MODE-DISP ' ' DELIMITED BY SIZE
                       INTO WS-OPR-MODE-LIST WITH POINTER WS-OPR-PTR
               END-IF
           END-PERFORM
           IF WS-OPR-MODE-LIST = SPACES
               MOVE 'NONE' TO WS-OPR-MODE-LIST
           END-IF
           DISPLAY '  MODES GRANTED: ' WS-OPR-MODE-LIST
           DISPLAY 'INPUT +NN TO GRANT OR -NN TO REVOKE A MODE, ALL, '
               'NONE (BLANK WHEN DONE).'
           ACCEPT WS-OPR-ANSWER
           IF WS-OPR-ANSWER = SPACES
               GO TO OPERATOR-MAINT-MODES-EXIT
           END-IF
           IF WS-OPR-ANSWER = 'ALL' OR WS-OPR-ANSWER = 'all'
               PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                       UNTIL WS-OPR-IX > WS-OPR-MAX-MODE
                   MOVE 'Y' TO OPR-MODE-OK(WS-OPR-IX)
               END-PERFORM
               GO TO OPERATOR-MAINT-MODES
           END-IF
           IF WS-OPR-ANSWER = 'NONE' OR WS-OPR-ANSWER = 'none'
               MOVE ALL 'N' TO OPR-MODE-TABLE
               GO TO OPERATOR-MAINT-MODES
           END-IF
           EVALUATE WS-OPR-ANSWER(1:1)
               WHEN '+'
                   MOVE 'Y' TO WS-OPR-GRANT
               WHEN '-'
                   MOVE 'N' TO WS-OPR-GRANT
               WHEN OTHER
                   DISPLAY 'INVALID INPUT'
                   GO TO OPERATOR-MAINT-MODES
           END-EVALUATE
           MOVE SPACES TO WS-GENERIC-FIELD
           MOVE WS-OPR-ANSWER(2:2) TO WS-GENERIC-FIELD
           MOVE 2 TO WS-GENERIC-LEN
           PERFORM VALIDATE-NUMERIC-FIELD
           IF WS-VALID-FLAG = 'N'
               OR WS-OPR-ANSWER(2:2) = SPACES
               OR WS-OPR-ANSWER(4:27) NOT = SPACES
               DISPLAY 'INVALID INPUT'
               GO TO OPERATOR-MAINT-MODES
           END-IF
           COMPUTE WS-OPR-MODE-NO = FUNCTION NUMVAL(WS-OPR-ANSWER(2:2))
           IF WS-OPR-MODE-NO < 1 OR WS-OPR-MODE-NO > WS-OPR-MAX-MODE
               DISPLAY 'NO SUCH MODE.'
               GO TO OPERATOR-MAINT-MODES
           END-IF
           MOVE WS-OPR-GRANT TO OPR-MODE-OK(WS-OPR-MODE-NO)
           GO TO OPERATOR-MAINT-MODES.

       OPERATOR-MAINT-MODES-EXIT.
           EXIT.

       OPERATOR-MAINT-LIMIT SECTION.
           DISPLAY 'INPUT LATE FEE WAIVER LIMIT '
               '(BLANK TO KEEP CURRENT).'
           ACCEPT WS-OPR-ANSWER
           IF WS-OPR-ANSWER NOT = SPACES
               MOVE SPACES TO WS-GENERIC-FIELD
               MOVE WS-OPR-ANSWER TO WS-GENERIC-FIELD
               MOVE 10 TO WS-GENERIC-LEN
               PERFORM VALIDATE-RATE-FIELD
               IF WS-VALID-FLAG = 'N'
                   OR WS-OPR-ANSWER(11:20) NOT = SPACES
                   DISPLAY 'INVALID INPUT'
                   GO TO OPERATOR-MAINT-LIMIT
               END-IF
               COMPUTE OPR-WAIVE-LIMIT = FUNCTION NUMVAL(WS-OPR-ANSWER)
                 ON SIZE ERROR
                   DISPLAY 'INVALID INPUT'
                   GO TO OPERATOR-MAINT-LIMIT
               END-COMPUTE
           END-IF.

       OPERATOR-MAINT-RATE SECTION.
           DISPLAY 'MAY APPROVE RATE AMENDMENTS? Y/N '
               '(BLANK TO KEEP CURRENT).'
           ACCEPT WS-OPR-ANSWER
           IF WS-OPR-ANSWER NOT = SPACES
               EVALUATE WS-OPR-ANSWER(1:1)
                   WHEN 'Y'
                   WHEN 'y'
                       MOVE 'Y' TO OPR-RATE-APPROVE
                   WHEN 'N'
                   WHEN 'n'
                       MOVE 'N' TO OPR-RATE-APPROVE
                   WHEN OTHER
                       DISPLAY 'INVALID INPUT'
                       GO TO OPERATOR-MAINT-RATE
               END-EVALUATE
           END-IF.

       OPERATOR-MAINT-SUPERVISOR SECTION.
           DISPLAY 'SUPERVISOR (MAY OVERRIDE RUN BACKOUT)? Y/N '
               '(BLANK TO KEEP CURRENT).'
           ACCEPT WS-OPR-ANSWER
           IF WS-OPR-ANSWER NOT = SPACES
               EVALUATE WS-OPR-ANSWER(1:1)
                   WHEN 'Y'
                   WHEN 'y'
                       MOVE 'Y' TO OPR-SUPERVISOR
                   WHEN 'N'
                   WHEN 'n'
                       MOVE 'N' TO OPR-SUPERVISOR
                   WHEN OTHER
                       DISPLAY 'INVALID INPUT'
                       GO TO OPERATOR-MAINT-SUPERVISOR
               END-EVALUATE
           END-IF.

       OPERATOR-MAINT-COLLECTOR SECTION.
           DISPLAY 'COLLECTOR (RECEIVES COLLECTIONS QUEUE WORK)? Y/N '
               '(BLANK TO KEEP CURRENT).'
           ACCEPT WS-OPR-ANSWER
           IF WS-OPR-ANSWER NOT = SPACES
               EVALUATE WS-OPR-ANSWER(1:1)
                   WHEN 'Y'
                   WHEN 'y'
                       MOVE 'Y' TO OPR-COLLECTOR
                   WHEN 'N'
                   WHEN 'n'
                       MOVE 'N' TO OPR-COLLECTOR
                   WHEN OTHER
                       DISPLAY 'INVALID INPUT'
                       GO TO OPERATOR-MAINT-COLLECTOR
               END-EVALUATE
           END-IF.

       OPERATOR-MAINT-STATUS SECTION.
           DISPLAY 'INPUT STATUS A=ACTIVE I=INACTIVE '
               '(BLANK TO KEEP CURRENT).'
           ACCEPT WS-OPR-ANSWER
           IF WS-OPR-ANSWER NOT = SPACES
               EVALUATE WS-OPR-ANSWER(1:1)
                   WHEN 'A'
                   WHEN 'a'
                       MOVE 'A' TO OPR-ACTIVE
                   WHEN 'I'
                   WHEN 'i'
                       MOVE 'I' TO OPR-ACTIVE
                   WHEN OTHER
                       DISPLAY 'INVALID INPUT'
                       GO TO OPERATOR-MAINT-STATUS
               END-EVALUATE
           END-IF

           MOVE WS-OPR-MAINT-ID TO OPR-ID
           MOVE WS-OPERATOR-ID TO OPR-OPERATOR
           MOVE WS-RUN-ID(1:8) TO OPR-MAINT-DATE
           IF WS-OPR-FOUND = 'Y'
               REWRITE OPERATOR-RECORD
           ELSE
               WRITE OPERATOR-RECORD
                 INVALID KEY
                   REWRITE OPERATOR-RECORD
               END-WRITE
           END-IF
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'OPERATOR AUTHORITY UPDATE FAILED FOR '
                   OPR-ID ' - STATUS ' WS-OPR-STATUS
           ELSE
               ADD 1 TO WS-OPR-UPD-COUNT
               DISPLAY 'OPERATOR AUTHORITY UPDATED FOR '
                   WS-OPR-MAINT-ID
           END-IF
           GO TO OPERATOR-MAINT-LOOP.

       SECURITY-REPORT-START SECTION.
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           PERFORM COMPUTE-RUN-ID.

       SECURITY-REPORT-DATE SECTION.
           DISPLAY 'INPUT REPORT DATE YYYYMMDD (BLANK FOR TODAY).'
           ACCEPT WS-SEC-RPT-DATE
           IF WS-SEC-RPT-DATE = SPACES
               MOVE WS-RUN-ID(1:8) TO WS-SEC-RPT-DATE
           ELSE
               IF WS-SEC-RPT-DATE IS NOT NUMERIC
                   DISPLAY 'INVALID INPUT'
                   GO TO SECURITY-REPORT-DATE
               END-IF
               COMPUTE WS-SEC-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-SEC-RPT-DATE))
               IF WS-SEC-DATE-INT = ZERO
                   DISPLAY 'INVALID INPUT'
                   GO TO SECURITY-REPORT-DATE
               END-IF
           END-IF
           DISPLAY 'INPUT SECURITY VIOLATION REPORT FILE NAME.'
           ACCEPT WS-PRINT-FILE-NAME

           MOVE 'N' TO WS-EOF-SEC
           OPEN INPUT SECURITY-LOG-FILE
           IF WS-SEC-STATUS = '35'
               MOVE 'Y' TO WS-EOF-SEC
           ELSE
               IF WS-SEC-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN SECURITY VIOLATION LOG - '
                       'ABORTING SECURITY REPORT.'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SECURITY REPORT FILE - '
                   'ABORTING SECURITY REPORT.'
               IF WS-EOF-SEC = 'N'
                   CLOSE SECURITY-LOG-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'SECURITY VIOLATION REPORT RUN ' WS-RUN-ID
               ' OPERATOR: ' WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'REFUSED ATTEMPTS LOGGED ON ' WS-SEC-RPT-DATE
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'TIME     OPERATOR MODE FUNCTION             '
               'REASON                                   '
               'LOAN           AMOUNT' DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           PERFORM UNTIL WS-EOF-SEC = 'Y'
             READ SECURITY-LOG-FILE
               AT END MOVE 'Y' TO WS-EOF-SEC
               NOT AT END PERFORM SECURITY-REPORT-ONE
             END-READ
           END-PERFORM
           IF WS-SEC-STATUS NOT = '35'
               CLOSE SECURITY-LOG-FILE
           END-IF

           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-SEC-SIGNON-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'REFUSED MODE SIGN-ONS        ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-SEC-FUNC-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'REFUSED WITHIN A MODE        ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-SEC-COUNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'TOTAL VIOLATIONS             ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           CLOSE PRINT-FILE

           DISPLAY 'SECURITY VIOLATION REPORT COMPLETE.'
           DISPLAY 'LOG RECORDS READ : ' WS-SEC-READ
           DISPLAY 'VIOLATIONS ON ' WS-SEC-RPT-DATE ': ' WS-SEC-COUNT
           IF WS-SEC-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       SECURITY-REPORT-ONE SECTION.
           ADD 1 TO WS-SEC-READ
           IF SEC-TIMESTAMP(1:8) NOT = WS-SEC-RPT-DATE
               GO TO SECURITY-REPORT-ONE-EXIT
           END-IF
           ADD 1 TO WS-SEC-COUNT
           IF SEC-FUNCTION = 'MODE SIGN-ON'
               ADD 1 TO WS-SEC-SIGNON-CNT
           ELSE
               ADD 1 TO WS-SEC-FUNC-CNT
           END-IF
           MOVE SPACES TO WS-SEC-TIME-DISP
           STRING SEC-TIMESTAMP(9:2) ':' SEC-TIMESTAMP(11:2) ':'
               SEC-TIMESTAMP(13:2) DELIMITED BY SIZE
               INTO WS-SEC-TIME-DISP
           MOVE SEC-MODE TO WS-SEC-MODE-DISP
           MOVE SEC-AMOUNT TO WS-TRN-AMT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-SEC-TIME-DISP ' ' SEC-OPERATOR ' '
               WS-SEC-MODE-DISP '   ' SEC-FUNCTION ' ' SEC-REASON
               ' ' SEC-LOAN-ID ' ' WS-TRN-AMT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       SECURITY-REPORT-ONE-EXIT.
           EXIT.

       OPEN-BACKOUT-IMAGE SECTION.
           MOVE 'N' TO WS-BKI-OPEN
           OPEN I-O BACKOUT-IMAGE-FILE
           IF WS-BKI-STATUS NOT = '00'
               OPEN OUTPUT BACKOUT-IMAGE-FILE
               IF WS-BKI-STATUS = '00'
                   CLOSE BACKOUT-IMAGE-FILE
                   OPEN I-O BACKOUT-IMAGE-FILE
               END-IF
           END-IF
           IF WS-BKI-STATUS = '00'
               MOVE 'Y' TO WS-BKI-OPEN
           END-IF.

       BACKOUT-SNAP-POSTING SECTION.
           MOVE WS-POST-BALANCE    TO WS-BKO-SNAP-BALANCE
           MOVE WS-FND-PAID-THRU   TO WS-BKO-SNAP-PAID-THRU
           MOVE WS-FND-SUSPENSE    TO WS-BKO-SNAP-SUSPENSE
           MOVE WS-FND-ESCROW-BAL  TO WS-BKO-SNAP-ESCROW
           MOVE WS-FND-LATE-FEE    TO WS-BKO-SNAP-LATE-FEE
           MOVE WS-FND-OVERPAY     TO WS-BKO-SNAP-OVERPAY
           MOVE WS-FND-STATUS      TO WS-BKO-SNAP-STATUS
           MOVE WS-FND-STATUS-DATE TO WS-BKO-SNAP-STAT-DATE.

       BACKOUT-SNAP-MASTER SECTION.
           MOVE ZERO TO WS-BKO-SNAP-BALANCE
           MOVE ZERO TO WS-BKO-SNAP-PAID-THRU
           MOVE ZERO TO WS-BKO-SNAP-SUSPENSE
           MOVE ZERO TO WS-BKO-SNAP-ESCROW
           MOVE ZERO TO WS-BKO-SNAP-LATE-FEE
           MOVE ZERO TO WS-BKO-SNAP-OVERPAY
           IF LM-CURRENT-BALANCE IS NUMERIC
               MOVE LM-CURRENT-BALANCE-N TO WS-BKO-SNAP-BALANCE
           END-IF
           IF LM-PAID-THRU IS NUMERIC
               MOVE LM-PAID-THRU-N TO WS-BKO-SNAP-PAID-THRU
           END-IF
           IF LM-SUSPENSE IS NUMERIC
               MOVE LM-SUSPENSE-N TO WS-BKO-SNAP-SUSPENSE
           END-IF
           IF LM-ESCROW-BAL IS NUMERIC
               MOVE LM-ESCROW-BAL-N TO WS-BKO-SNAP-ESCROW
           END-IF
           IF LM-LATE-FEE IS NUMERIC
               MOVE LM-LATE-FEE-N TO WS-BKO-SNAP-LATE-FEE
           END-IF
           IF LM-OVERPAY IS NUMERIC
               MOVE LM-OVERPAY-N TO WS-BKO-SNAP-OVERPAY
           END-IF
           IF LM-LOAN-STATUS = SPACE
               MOVE 'A' TO WS-BKO-SNAP-STATUS
           ELSE
               MOVE LM-LOAN-STATUS TO WS-BKO-SNAP-STATUS
           END-IF
           MOVE LM-STATUS-DATE TO WS-BKO-SNAP-STAT-DATE.

       BACKOUT-SAVE-BEFORE SECTION.
           MOVE WS-RUN-ID          TO BKI-RUN-ID
           MOVE WS-CURRENT-LOAN-ID TO BKI-LOAN-ID
           MOVE MODE-SELECT        TO BKI-MODE
           MOVE WS-BKO-SNAP        TO BKI-BEFORE
           MOVE WS-BKO-SNAP        TO BKI-AFTER
           MOVE SPACES             TO BKI-BACKOUT-RUN
           WRITE BACKOUT-IMAGE-RECORD
             INVALID KEY CONTINUE
           END-WRITE.

       BACKOUT-SAVE-AFTER SECTION.
           MOVE WS-RUN-ID          TO BKI-RUN-ID
           MOVE WS-CURRENT-LOAN-ID TO BKI-LOAN-ID
           READ BACKOUT-IMAGE-FILE
             INVALID KEY
               DISPLAY 'NO BACKOUT IMAGE FOR ' WS-CURRENT-LOAN-ID
                   ' - RUN CANNOT BE BACKED OUT FOR THIS LOAN.'
             NOT INVALID KEY
               MOVE WS-BKO-SNAP TO BKI-AFTER
               REWRITE BACKOUT-IMAGE-RECORD
           END-READ.

       BACKOUT-START SECTION.
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY.

       BACKOUT-RUN-PROMPT SECTION.
           DISPLAY 'INPUT RUN-ID TO BACK OUT (YYYYMMDDHHMMSS).'
           ACCEPT WS-BKO-RUN
           IF WS-BKO-RUN IS NOT NUMERIC
               DISPLAY 'INVALID INPUT'
               GO TO BACKOUT-RUN-PROMPT
           END-IF
           DISPLAY 'INPUT GL EXTRACT FILE NAME THE RUN WROTE '
               '(BLANK ONLY IF THE RUN WROTE NO GL ENTRIES).'
           ACCEPT WS-GLX-FILE-NAME
           DISPLAY 'INPUT BACKOUT REPORT FILE NAME.'
           ACCEPT WS-PRINT-FILE-NAME
           DISPLAY 'INPUT SUPERVISOR ID TO OVERRIDE LATER ACTIVITY '
               '(BLANK FOR NONE).'
           ACCEPT WS-BKO-SUPERVISOR
           IF WS-BKO-SUPERVISOR NOT = SPACES
               PERFORM CHECK-SUPERVISOR-OVERRIDE
           END-IF

           PERFORM COMPUTE-RUN-ID
           IF WS-BKO-RUN NOT < WS-RUN-ID
               DISPLAY 'RUN-ID ' WS-BKO-RUN ' IS NOT AN EARLIER RUN - '
                   'ABORTING BACKOUT RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O BACKOUT-IMAGE-FILE
           IF WS-BKI-STATUS NOT = '00'
               DISPLAY 'NO BACKOUT IMAGE FILE ON RECORD - '
                   'ABORTING BACKOUT RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BACKOUT-WORK-FILE
           IF WS-BKW-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BACKOUT WORK FILE - '
                   'ABORTING BACKOUT RUN.'
               CLOSE BACKOUT-IMAGE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE BACKOUT-WORK-FILE
           OPEN I-O BACKOUT-WORK-FILE
           IF WS-BKW-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REOPEN BACKOUT WORK FILE - '
                   'ABORTING BACKOUT RUN.'
               CLOSE BACKOUT-IMAGE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN TRANSACTION HISTORY FILE - '
                   'ABORTING BACKOUT RUN.'
               CLOSE BACKOUT-IMAGE-FILE
               CLOSE BACKOUT-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-TRAN
           PERFORM UNTIL WS-EOF-TRAN = 'Y'
             READ TRAN-FILE
               AT END MOVE 'Y' TO WS-EOF-TRAN
               NOT AT END PERFORM BACKOUT-COLLECT-TRAN
             END-READ
           END-PERFORM
           CLOSE TRAN-FILE
           IF WS-BKO-TRAN-CNT = ZERO
               DISPLAY 'NO PA/FC/SU/LC/RV ACTIVITY ON FILE FOR RUN '
                   WS-BKO-RUN ' - NOTHING TO BACK OUT.'
               CLOSE BACKOUT-IMAGE-FILE
               CLOSE BACKOUT-WORK-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-BKO-GL-NEEDED = 'Y' AND WS-GLX-FILE-NAME = SPACES
               DISPLAY 'RUN ' WS-BKO-RUN ' WROTE GL ENTRIES - GL '
                   'EXTRACT FILE NAME REQUIRED - ABORTING BACKOUT RUN.'
               CLOSE BACKOUT-IMAGE-FILE
               CLOSE BACKOUT-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REOPEN TRANSACTION HISTORY FILE - '
                   'ABORTING BACKOUT RUN.'
               CLOSE BACKOUT-IMAGE-FILE
               CLOSE BACKOUT-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-TRAN
           PERFORM UNTIL WS-EOF-TRAN = 'Y'
             READ TRAN-FILE
               AT END MOVE 'Y' TO WS-EOF-TRAN
               NOT AT END PERFORM BACKOUT-CHECK-LATER
             END-READ
           END-PERFORM
           CLOSE TRAN-FILE

           IF WS-GLX-FILE-NAME NOT = SPACES
               OPEN INPUT GL-EXTRACT-FILE
               IF WS-GLX-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN GL EXTRACT FILE - '
                       'ABORTING BACKOUT RUN.'
                   CLOSE BACKOUT-IMAGE-FILE
                   CLOSE BACKOUT-WORK-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'N' TO WS-EOF-GLX
               PERFORM UNTIL WS-EOF-GLX = 'Y'
                 READ GL-EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-EOF-GLX
                   NOT AT END PERFORM BACKOUT-COLLECT-GLX
                 END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
               OPEN EXTEND GL-EXTRACT-FILE
               IF WS-GLX-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO EXTEND GL EXTRACT FILE - '
                       'ABORTING BACKOUT RUN.'
                   CLOSE BACKOUT-IMAGE-FILE
                   CLOSE BACKOUT-WORK-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'Y' TO WS-BKO-GLX-OPEN
           END-IF
           CLOSE BACKOUT-WORK-FILE

           OPEN I-O LOAN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LOAN MASTER FILE - '
                   'ABORTING BACKOUT RUN.'
               CLOSE BACKOUT-IMAGE-FILE
               IF WS-BKO-GLX-OPEN = 'Y'
                   CLOSE GL-EXTRACT-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BACKOUT REPORT FILE - '
                   'ABORTING BACKOUT RUN.'
               CLOSE BACKOUT-IMAGE-FILE
               CLOSE LOAN-MASTER-FILE
               IF WS-BKO-GLX-OPEN = 'Y'
                   CLOSE GL-EXTRACT-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'RUN BACKOUT RUN ' WS-RUN-ID
               ' OPERATOR: ' WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-BKO-SUPERVISOR = SPACES
               STRING 'BACKING OUT RUN ' WS-BKO-RUN
                   '  SUPERVISOR OVERRIDE: NONE'
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           ELSE
               STRING 'BACKING OUT RUN ' WS-BKO-RUN
                   '  SUPERVISOR OVERRIDE: ' WS-BKO-SUPERVISOR
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-IF
           PERFORM EMIT-LINE
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           OPEN INPUT BACKOUT-WORK-FILE
           MOVE 'N' TO WS-EOF-BKW
           PERFORM UNTIL WS-EOF-BKW = 'Y'
             READ BACKOUT-WORK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-BKW
               NOT AT END PERFORM BACKOUT-ONE
             END-READ
           END-PERFORM
           CLOSE BACKOUT-WORK-FILE

           PERFORM BACKOUT-SUMMARY
           CLOSE BACKOUT-IMAGE-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE PRINT-FILE
           IF WS-BKO-GLX-OPEN = 'Y'
               CLOSE GL-EXTRACT-FILE
           END-IF

           DISPLAY 'RUN BACKOUT COMPLETE.'
           DISPLAY 'LOANS IN RUN        : ' WS-BKO-LOAN-CNT
           DISPLAY 'LOANS BACKED OUT    : ' WS-BKO-DONE-CNT
           DISPLAY 'REFUSED - LATER ACTY: ' WS-BKO-REFUSED-CNT
           DISPLAY 'SKIPPED             : ' WS-BKO-SKIP-CNT
           IF WS-BKO-REFUSED-CNT > ZERO OR WS-BKO-SKIP-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       CHECK-SUPERVISOR-OVERRIDE SECTION.
           MOVE 'SUPERVISOR OVERRIDE' TO WS-SEC-FUNCTION
           MOVE SPACES TO WS-SEC-REASON
           MOVE SPACES TO WS-SEC-LOAN-ID
           MOVE ZERO TO WS-SEC-AMOUNT
           IF WS-BKO-SUPERVISOR = WS-OPERATOR-ID
               MOVE 'OPERATOR CANNOT OVERRIDE OWN BACKOUT'
                   TO WS-SEC-REASON
               PERFORM OPERATOR-REFUSED
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS NOT = '00'
               MOVE 'OPERATOR AUTHORITY FILE NOT AVAILABLE'
                   TO WS-SEC-REASON
               PERFORM OPERATOR-REFUSED
           END-IF
           MOVE WS-BKO-SUPERVISOR TO OPR-ID
           READ OPERATOR-FILE
             INVALID KEY
               MOVE 'SUPERVISOR ID NOT ON AUTHORITY FILE'
                   TO WS-SEC-REASON
             NOT INVALID KEY
               IF OPR-ACTIVE NOT = 'A'
                   MOVE 'SUPERVISOR ID IS INACTIVE' TO WS-SEC-REASON
               ELSE
                   IF OPR-SUPERVISOR NOT = 'Y'
                       MOVE 'SUPERVISOR OVERRIDE NOT AUTHORIZED'
                           TO WS-SEC-REASON
                   END-IF
               END-IF
           END-READ
           CLOSE OPERATOR-FILE
           IF WS-SEC-REASON NOT = SPACES
               PERFORM OPERATOR-REFUSED
           END-IF
           DISPLAY 'SUPERVISOR OVERRIDE BY ' WS-BKO-SUPERVISOR
               ' ACCEPTED.'.

       BACKOUT-COLLECT-TRAN SECTION.
           ADD 1 TO WS-BKO-TRAN-READ
           IF TRN-RUN-ID NOT = WS-BKO-RUN
               GO TO BACKOUT-COLLECT-TRAN-EXIT
           END-IF
           IF TRN-CODE NOT = 'PA' AND TRN-CODE NOT = 'FC'
               AND TRN-CODE NOT = 'SU' AND TRN-CODE NOT = 'LC'
               AND TRN-CODE NOT = 'RV'
               GO TO BACKOUT-COLLECT-TRAN-EXIT
           END-IF
           ADD 1 TO WS-BKO-TRAN-CNT
           IF TRN-CODE = 'PA' OR TRN-CODE = 'FC' OR TRN-CODE = 'RV'
               MOVE 'Y' TO WS-BKO-GL-NEEDED
           END-IF
           MOVE TRN-LOAN-ID TO WS-CURRENT-LOAN-ID
           PERFORM BACKOUT-NEXT-ITEM
           MOVE 'T'           TO BKW-TYPE
           MOVE TRN-CODE      TO BKW-CODE
           MOVE TRN-DATE      TO BKW-DATE
           MOVE TRN-AMOUNT    TO BKW-AMOUNT
           MOVE TRN-REFERENCE TO BKW-REFERENCE
           WRITE BACKOUT-WORK-RECORD.

       BACKOUT-COLLECT-TRAN-EXIT.
           EXIT.

       BACKOUT-CHECK-LATER SECTION.
           IF TRN-RUN-ID NOT > WS-BKO-RUN
               GO TO BACKOUT-CHECK-LATER-EXIT
           END-IF
           MOVE TRN-LOAN-ID TO BKW-LOAN-ID
           MOVE ZERO TO BKW-SEQ
           READ BACKOUT-WORK-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
               IF BKW-LATER = 'N'
                   MOVE 'Y' TO BKW-LATER
                   MOVE TRN-RUN-ID TO BKW-LATER-RUN
                   REWRITE BACKOUT-WORK-RECORD
               END-IF
           END-READ.

       BACKOUT-CHECK-LATER-EXIT.
           EXIT.

       BACKOUT-COLLECT-GLX SECTION.
           ADD 1 TO WS-BKO-GLX-READ
           IF GLX-RUN-ID NOT = WS-BKO-RUN
               OR GLX-PRINCIPAL-AMOUNT IS NOT NUMERIC
               GO TO BACKOUT-COLLECT-GLX-EXIT
           END-IF
           IF GLX-SOURCE NOT = 'P' AND GLX-SOURCE NOT = 'N'
               AND GLX-SOURCE NOT = 'F'
               GO TO BACKOUT-COLLECT-GLX-EXIT
           END-IF
           MOVE 'N' TO WS-BKO-GLX-FOUND
           MOVE GLX-LOAN-ID TO BKW-LOAN-ID
           MOVE ZERO TO BKW-SEQ
           READ BACKOUT-WORK-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE 'Y' TO WS-BKO-GLX-FOUND
           END-READ
           IF WS-BKO-GLX-FOUND = 'N'
               GO TO BACKOUT-COLLECT-GLX-EXIT
           END-IF
           ADD 1 TO WS-BKO-GLX-CNT
           MOVE GLX-LOAN-ID TO WS-CURRENT-LOAN-ID
           PERFORM BACKOUT-NEXT-ITEM
           MOVE 'G'                  TO BKW-TYPE
           MOVE GLX-POST-DATE        TO BKW-DATE
           MOVE GLX-PERIOD           TO BKW-PERIOD
           MOVE GLX-INTEREST-AMOUNT  TO BKW-INTEREST
           MOVE GLX-PRINCIPAL-AMOUNT TO BKW-PRINCIPAL
           MOVE GLX-ESCROW-AMOUNT    TO BKW-ESCROW
           MOVE GLX-SOURCE           TO BKW-SOURCE
           WRITE BACKOUT-WORK-RECORD.

       BACKOUT-COLLECT-GLX-EXIT.
           EXIT.

       BACKOUT-NEXT-ITEM SECTION.
           MOVE WS-CURRENT-LOAN-ID TO BKW-LOAN-ID
           MOVE ZERO TO BKW-SEQ
           READ BACKOUT-WORK-FILE
             INVALID KEY
               MOVE SPACES TO BACKOUT-WORK-RECORD
               MOVE WS-CURRENT-LOAN-ID TO BKW-LOAN-ID
               MOVE ZERO TO BKW-SEQ BKW-AMOUNT BKW-PERIOD
                   BKW-INTEREST BKW-PRINCIPAL BKW-ESCROW
               MOVE 'H' TO BKW-TYPE
               MOVE 1 TO BKW-ITEM-CNT
               MOVE 'N' TO BKW-LATER
               WRITE BACKOUT-WORK-RECORD
               ADD 1 TO WS-BKO-LOAN-CNT
             NOT INVALID KEY
               ADD 1 TO BKW-ITEM-CNT
               REWRITE BACKOUT-WORK-RECORD
           END-READ
           MOVE BKW-ITEM-CNT TO WS-BKO-ITEM
           MOVE SPACES TO BACKOUT-WORK-RECORD
           MOVE WS-CURRENT-LOAN-ID TO BKW-LOAN-ID
           MOVE WS-BKO-ITEM TO BKW-SEQ
           MOVE ZERO TO BKW-ITEM-CNT BKW-AMOUNT BKW-PERIOD
               BKW-INTEREST BKW-PRINCIPAL BKW-ESCROW
           MOVE 'N' TO BKW-LATER.

       BACKOUT-ONE SECTION.
           IF BKW-SEQ = ZERO
               PERFORM BACKOUT-LOAN
               GO TO BACKOUT-ONE-EXIT
           END-IF
           IF WS-BKO-LOAN-OK NOT = 'Y'
               GO TO BACKOUT-ONE-EXIT
           END-IF
           IF BKW-TYPE = 'T'
               PERFORM BACKOUT-OFFSET-TRAN
           ELSE
               PERFORM BACKOUT-OFFSET-GLX
           END-IF.

       BACKOUT-ONE-EXIT.
           EXIT.

       BACKOUT-LOAN SECTION.
           MOVE 'N' TO WS-BKO-LOAN-OK
           MOVE 'N' TO WS-BKO-CLAMPED
           MOVE BKW-LOAN-ID TO WS-CURRENT-LOAN-ID
           MOVE WS-BKO-RUN TO BKI-RUN-ID
           MOVE BKW-LOAN-ID TO BKI-LOAN-ID
           READ BACKOUT-IMAGE-FILE
             INVALID KEY
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'SKIPPED ' BKW-LOAN-ID ' - NO BEFORE-IMAGE '
                   'KEPT FOR THIS RUN' DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               ADD 1 TO WS-BKO-SKIP-CNT
               GO TO BACKOUT-LOAN-EXIT
           END-READ
           IF BKI-BACKOUT-RUN NOT = SPACES
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'SKIPPED ' BKW-LOAN-ID ' - ALREADY BACKED OUT '
                   'BY RUN ' BKI-BACKOUT-RUN DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               ADD 1 TO WS-BKO-SKIP-CNT
               GO TO BACKOUT-LOAN-EXIT
           END-IF
           MOVE BKW-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
             INVALID KEY
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'SKIPPED ' BKW-LOAN-ID ' - NOT ON LOAN MASTER'
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               ADD 1 TO WS-BKO-SKIP-CNT
               GO TO BACKOUT-LOAN-EXIT
           END-READ
           IF BKW-LATER = 'N' AND LM-LAST-RUN-ID > WS-BKO-RUN
               MOVE 'Y' TO BKW-LATER
               MOVE LM-LAST-RUN-ID TO BKW-LATER-RUN
           END-IF
           IF BKW-LATER = 'Y'
               IF WS-BKO-SUPERVISOR = SPACES
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING 'REFUSED ' BKW-LOAN-ID ' - LATER ACTIVITY '
                       'IN RUN ' BKW-LATER-RUN ' - SUPERVISOR '
                       'OVERRIDE REQUIRED' DELIMITED BY SIZE
                       INTO WS-OUTPUT-LINE
                   PERFORM EMIT-LINE
                   ADD 1 TO WS-BKO-REFUSED-CNT
                   GO TO BACKOUT-LOAN-EXIT
               END-IF
               ADD 1 TO WS-BKO-OVERRIDE-CNT
           END-IF

           MOVE ZERO TO WS-BKO-OLD-BAL
           MOVE ZERO TO WS-BKO-OLD-PT
           MOVE ZERO TO WS-BKO-OLD-SUSP
           MOVE ZERO TO WS-BKO-OLD-ESC
           MOVE ZERO TO WS-BKO-OLD-FEE
           MOVE ZERO TO WS-BKO-OLD-OVER
           IF LM-CURRENT-BALANCE IS NUMERIC
               MOVE LM-CURRENT-BALANCE-N TO WS-BKO-OLD-BAL
           END-IF
           IF LM-PAID-THRU IS NUMERIC
               MOVE LM-PAID-THRU-N TO WS-BKO-OLD-PT
           END-IF
           IF LM-SUSPENSE IS NUMERIC
               MOVE LM-SUSPENSE-N TO WS-BKO-OLD-SUSP
           END-IF
           IF LM-ESCROW-BAL IS NUMERIC
               MOVE LM-ESCROW-BAL-N TO WS-BKO-OLD-ESC
           END-IF
           IF LM-LATE-FEE IS NUMERIC
               MOVE LM-LATE-FEE-N TO WS-BKO-OLD-FEE
           END-IF
           IF LM-OVERPAY IS NUMERIC
               MOVE LM-OVERPAY-N TO WS-BKO-OLD-OVER
           END-IF
           IF LM-LOAN-STATUS = SPACE
               MOVE 'A' TO WS-BKO-OLD-STATUS
           ELSE
               MOVE LM-LOAN-STATUS TO WS-BKO-OLD-STATUS
           END-IF

           COMPUTE WS-BKO-DELTA = BKA-BALANCE - BKB-BALANCE
           COMPUTE WS-BKO-NEW-BAL = WS-BKO-OLD-BAL - WS-BKO-DELTA
           IF WS-BKO-NEW-BAL < ZERO
               MOVE ZERO TO WS-BKO-NEW-BAL
               MOVE 'Y' TO WS-BKO-CLAMPED
           END-IF
           IF WS-BKO-DELTA NOT = ZERO
               MOVE WS-BKO-NEW-BAL TO LM-CURRENT-BALANCE-N
           END-IF

           COMPUTE WS-BKO-PT-DELTA = BKA-PAID-THRU - BKB-PAID-THRU
           COMPUTE WS-BKO-NEW-PT = WS-BKO-OLD-PT - WS-BKO-PT-DELTA
           IF WS-BKO-NEW-PT < ZERO
               MOVE ZERO TO WS-BKO-NEW-PT
               MOVE 'Y' TO WS-BKO-CLAMPED
           END-IF
           IF WS-BKO-PT-DELTA NOT = ZERO
               MOVE WS-BKO-NEW-PT TO LM-PAID-THRU-N
           END-IF

           COMPUTE WS-BKO-DELTA = BKA-SUSPENSE - BKB-SUSPENSE
           COMPUTE WS-BKO-NEW-SUSP = WS-BKO-OLD-SUSP - WS-BKO-DELTA
           IF WS-BKO-NEW-SUSP < ZERO
               MOVE ZERO TO WS-BKO-NEW-SUSP
               MOVE 'Y' TO WS-BKO-CLAMPED
           END-IF
           IF WS-BKO-DELTA NOT = ZERO
               MOVE WS-BKO-NEW-SUSP TO LM-SUSPENSE-N
           END-IF

           COMPUTE WS-BKO-DELTA = BKA-ESCROW-BAL - BKB-ESCROW-BAL
           COMPUTE WS-BKO-NEW-ESC = WS-BKO-OLD-ESC - WS-BKO-DELTA
           IF WS-BKO-DELTA NOT = ZERO
               MOVE WS-BKO-NEW-ESC TO LM-ESCROW-BAL-N
           END-IF

           COMPUTE WS-BKO-DELTA = BKA-LATE-FEE - BKB-LATE-FEE
           COMPUTE WS-BKO-NEW-FEE = WS-BKO-OLD-FEE - WS-BKO-DELTA
           IF WS-BKO-NEW-FEE < ZERO
               MOVE ZERO TO WS-BKO-NEW-FEE
               MOVE 'Y' TO WS-BKO-CLAMPED
           END-IF
           IF WS-BKO-DELTA NOT = ZERO
               MOVE WS-BKO-NEW-FEE TO LM-LATE-FEE-N
           END-IF

           COMPUTE WS-BKO-DELTA = BKA-OVERPAY - BKB-OVERPAY
           COMPUTE WS-BKO-NEW-OVER = WS-BKO-OLD-OVER - WS-BKO-DELTA
           IF WS-BKO-NEW-OVER < ZERO
               MOVE ZERO TO WS-BKO-NEW-OVER
               MOVE 'Y' TO WS-BKO-CLAMPED
           END-IF
           IF WS-BKO-DELTA NOT = ZERO
               MOVE WS-BKO-NEW-OVER TO LM-OVERPAY-N
           END-IF

           MOVE WS-BKO-OLD-STATUS TO WS-BKO-NEW-STATUS
           IF WS-BKO-OLD-STATUS = BKA-STATUS
               AND BKA-STATUS NOT = BKB-STATUS
               MOVE BKB-STATUS TO WS-BKO-NEW-STATUS
               MOVE BKB-STATUS TO LM-LOAN-STATUS
               MOVE BKB-STATUS-DATE TO LM-STATUS-DATE
           END-IF

           MOVE WS-RUN-ID TO LM-LAST-RUN-ID
           REWRITE LOAN-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = '00'
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'SKIPPED ' BKW-LOAN-ID ' - MASTER UPDATE '
                   'FAILED, STATUS ' WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
               ADD 1 TO WS-BKO-SKIP-CNT
               GO TO BACKOUT-LOAN-EXIT
           END-IF
           MOVE WS-RUN-ID TO BKI-BACKOUT-RUN
           REWRITE BACKOUT-IMAGE-RECORD
           MOVE 'Y' TO WS-BKO-LOAN-OK
           ADD 1 TO WS-BKO-DONE-CNT
           PERFORM BACKOUT-REPORT-LOAN.

       BACKOUT-LOAN-EXIT.
           EXIT.

       BACKOUT-REPORT-LOAN SECTION.
           MOVE BKI-MODE TO WS-SEC-MODE-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'BACKED OUT ' BKW-LOAN-ID '  (MODE '
               WS-SEC-MODE-DISP ' RUN)' DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           IF BKW-LATER = 'Y'
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING '    LATER ACTIVITY IN RUN ' BKW-LATER-RUN
                   ' - OVERRIDDEN BY ' WS-BKO-SUPERVISOR
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE '    FIELD            BEFORE BACKOUT     AFTER BACKOUT'
               TO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE 'BALANCE' TO WS-BKO-LABEL
           MOVE WS-BKO-OLD-BAL TO WS-TRN-AMT-DISP
           MOVE WS-BKO-NEW-BAL TO WS-TRN-BAL-DISP
           PERFORM BACKOUT-REPORT-AMOUNT
           MOVE WS-BKO-OLD-PT TO WS-BKO-PT1-DISP
           MOVE WS-BKO-NEW-PT TO WS-BKO-PT2-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING '    PAID THRU        ' '        ' WS-BKO-PT1-DISP
               '            ' WS-BKO-PT2-DISP DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE 'SUSPENSE' TO WS-BKO-LABEL
           MOVE WS-BKO-OLD-SUSP TO WS-TRN-AMT-DISP
           MOVE WS-BKO-NEW-SUSP TO WS-TRN-BAL-DISP
           PERFORM BACKOUT-REPORT-AMOUNT
           MOVE 'ESCROW BALANCE' TO WS-BKO-LABEL
           MOVE WS-BKO-OLD-ESC TO WS-TRN-AMT-DISP
           MOVE WS-BKO-NEW-ESC TO WS-TRN-BAL-DISP
           PERFORM BACKOUT-REPORT-AMOUNT
           MOVE 'LATE FEES' TO WS-BKO-LABEL
           MOVE WS-BKO-OLD-FEE TO WS-TRN-AMT-DISP
           MOVE WS-BKO-NEW-FEE TO WS-TRN-BAL-DISP
           PERFORM BACKOUT-REPORT-AMOUNT
           MOVE 'OVERPAYMENT' TO WS-BKO-LABEL
           MOVE WS-BKO-OLD-OVER TO WS-TRN-AMT-DISP
           MOVE WS-BKO-NEW-OVER TO WS-TRN-BAL-DISP
           PERFORM BACKOUT-REPORT-AMOUNT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING '    LOAN STATUS      ' '                 '
               WS-BKO-OLD-STATUS '                 '
               WS-BKO-NEW-STATUS DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           IF WS-BKO-CLAMPED = 'Y'
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING '    ' BKW-LOAN-ID ' LATER ACTIVITY LEFT A '
                   'NEGATIVE RESULT - HELD AT ZERO - REVIEW'
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF.

       BACKOUT-REPORT-AMOUNT SECTION.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING '    ' WS-BKO-LABEL ' ' WS-TRN-AMT-DISP '   '
               WS-TRN-BAL-DISP DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       BACKOUT-OFFSET-TRAN SECTION.
           MOVE WS-RUN-ID(1:8) TO WS-TRN-DATE
           MOVE BKW-CODE TO WS-TRN-CODE
           COMPUTE WS-TRN-AMOUNT = ZERO - BKW-AMOUNT
           MOVE WS-BKO-NEW-BAL TO WS-TRN-BALANCE
           MOVE BKW-REFERENCE TO WS-TRN-REFERENCE
           MOVE WS-BKO-RUN TO WS-TRN-ORIGIN-RUN
           PERFORM WRITE-TRAN-RECORD
           ADD 1 TO WS-BKO-TRAN-OFF
           MOVE BKW-AMOUNT TO WS-TRN-AMT-DISP
           MOVE WS-TRN-AMOUNT TO WS-TRN-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING '    OFFSET ' BKW-CODE ' OF ' BKW-DATE ' '
               WS-TRN-AMT-DISP ' BY ' WS-TRN-BAL-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       BACKOUT-OFFSET-GLX SECTION.
           IF WS-BKO-GLX-OPEN NOT = 'Y'
               GO TO BACKOUT-OFFSET-GLX-EXIT
           END-IF
           MOVE WS-RUN-ID          TO GLX-RUN-ID
           MOVE WS-CURRENT-LOAN-ID TO GLX-LOAN-ID
           MOVE BKW-PERIOD         TO GLX-PERIOD
           COMPUTE GLX-INTEREST-AMOUNT = ZERO - BKW-INTEREST
           COMPUTE GLX-PRINCIPAL-AMOUNT = ZERO - BKW-PRINCIPAL
           MOVE WS-RUN-ID(1:8)     TO GLX-POST-DATE
           MOVE 'V'                TO GLX-RESET-FLAG
           MOVE BKW-SOURCE         TO GLX-SOURCE
           COMPUTE GLX-ESCROW-AMOUNT = ZERO - BKW-ESCROW
           MOVE WS-BKO-RUN         TO GLX-ORIGIN-RUN-ID
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO WS-BKO-GLX-OFF.

       BACKOUT-OFFSET-GLX-EXIT.
           EXIT.

       BACKOUT-SUMMARY SECTION.
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-BKO-LOAN-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'LOANS WITH ACTIVITY IN RUN   ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-BKO-DONE-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'LOANS BACKED OUT             ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-BKO-OVERRIDE-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING '  OF WHICH BY OVERRIDE       ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-BKO-REFUSED-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'REFUSED - LATER ACTIVITY     ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-BKO-SKIP-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'SKIPPED                      ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-BKO-TRAN-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'RUN TRANSACTIONS FOUND       ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-BKO-TRAN-OFF TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'OFFSETTING TRANSACTIONS      ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-BKO-GLX-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'RUN GL ENTRIES FOUND         ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-BKO-GLX-OFF TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'OFFSETTING GL ENTRIES        ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       COLLECT-QUEUE-OPEN SECTION.
           MOVE 'N' TO WS-COL-BUILD
           MOVE 'N' TO WS-COL-ACT-OPEN
           MOVE ZERO TO WS-COL-COLLECTOR-CNT
           MOVE ZERO TO WS-COL-QUEUE-CNT
           MOVE ZERO TO WS-COL-QUEUE-BAL
           MOVE ZERO TO WS-COL-BROKEN-CNT
           MOVE ZERO TO WS-COL-UNASSIGNED-CNT
           OPEN OUTPUT COLL-QUEUE-FILE
           IF WS-CQ-STATUS NOT = '00'
               GO TO COLLECT-QUEUE-OPEN-EXIT
           END-IF
           CLOSE COLL-QUEUE-FILE
           OPEN I-O COLL-QUEUE-FILE
           IF WS-CQ-STATUS NOT = '00'
               GO TO COLLECT-QUEUE-OPEN-EXIT
           END-IF
           MOVE 'Y' TO WS-COL-BUILD
           OPEN INPUT COLL-ACTIVITY-FILE
           IF WS-CA-STATUS = '00'
               MOVE 'Y' TO WS-COL-ACT-OPEN
           END-IF

           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS NOT = '00'
               GO TO COLLECT-QUEUE-OPEN-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-OPR
           MOVE LOW-VALUES TO OPR-ID
           START OPERATOR-FILE KEY NOT < OPR-ID
             INVALID KEY MOVE 'Y' TO WS-EOF-OPR
           END-START
           PERFORM UNTIL WS-EOF-OPR = 'Y'
             READ OPERATOR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-OPR
               NOT AT END
                 IF OPR-ACTIVE = 'A' AND OPR-COLLECTOR = 'Y'
                     AND WS-COL-COLLECTOR-CNT < 50
                     ADD 1 TO WS-COL-COLLECTOR-CNT
                     MOVE OPR-ID TO WS-COL-ID(WS-COL-COLLECTOR-CNT)
                     MOVE ZERO TO
                         WS-COL-ASSIGNED(WS-COL-COLLECTOR-CNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.

       COLLECT-QUEUE-OPEN-EXIT.
           EXIT.

       COLLECT-QUEUE-LOAN SECTION.
           MOVE WS-AGE-LOAN-ID TO WS-COL-LOAN-ID
           MOVE 'N' TO WS-COL-BROKEN
           MOVE SPACES TO WS-COL-PROMISE-DATE
           MOVE SPACES TO WS-COL-LAST-COLLECTOR
           IF WS-COL-ACT-OPEN = 'Y'
               PERFORM COLLECT-SCAN-ACTIVITY
           END-IF
           IF WS-AGE-PAST-DUE < 1 AND WS-COL-BROKEN = 'N'
               GO TO COLLECT-QUEUE-LOAN-EXIT
           END-IF

           COMPUTE WS-COL-DAYS =
               (WS-AGE-PAST-DUE * 365) / WS-AGE-FREQ
           MOVE SPACES TO COLL-QUEUE-RECORD
           COMPUTE CQ-RANK-DAYS = 99999 - WS-COL-DAYS
           COMPUTE CQ-RANK-BAL = 999999999.99 - WS-AGE-BALANCE
           MOVE WS-AGE-LOAN-ID      TO CQ-LOAN-ID
           MOVE WS-AS-OF-DATE       TO CQ-AS-OF-DATE
           MOVE WS-COL-DAYS         TO CQ-DAYS-PAST-DUE
           MOVE WS-AGE-PAST-DUE     TO CQ-PERIODS-PAST-DUE
           MOVE WS-AGE-BALANCE      TO CQ-BALANCE
           IF WS-AGE-PAST-DUE >= 1
               MOVE WS-AGE-AMOUNT-DUE TO CQ-AMOUNT-DUE
           ELSE
               MOVE ZERO TO CQ-AMOUNT-DUE
           END-IF
           MOVE WS-COL-BROKEN       TO CQ-BROKEN
           MOVE WS-COL-PROMISE-DATE TO CQ-PROMISE-DATE
           MOVE WS-RUN-ID           TO CQ-RUN-ID

           IF WS-COL-LAST-COLLECTOR NOT = SPACES
               PERFORM VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > WS-COL-COLLECTOR-CNT
                 IF WS-COL-ID(WS-COL-IX) = WS-COL-LAST-COLLECTOR
                     MOVE WS-COL-LAST-COLLECTOR TO CQ-COLLECTOR
                     ADD 1 TO WS-COL-ASSIGNED(WS-COL-IX)
                 END-IF
               END-PERFORM
           END-IF
           WRITE COLL-QUEUE-RECORD
             INVALID KEY
               DISPLAY 'DUPLICATE QUEUE ENTRY FOR ' CQ-LOAN-ID
                   ' - NOT QUEUED.'
               GO TO COLLECT-QUEUE-LOAN-EXIT
           END-WRITE
           ADD 1 TO WS-COL-QUEUE-CNT
           ADD WS-AGE-BALANCE TO WS-COL-QUEUE-BAL
           IF WS-COL-BROKEN = 'Y'
               ADD 1 TO WS-COL-BROKEN-CNT
           END-IF.

       COLLECT-QUEUE-LOAN-EXIT.
           EXIT.

       COLLECT-SCAN-ACTIVITY SECTION.
           MOVE ZERO TO WS-COL-LAST-SEQ
           MOVE ZERO TO WS-COL-OPEN-SEQ
           MOVE ZERO TO WS-COL-HIST-CNT
           MOVE 'N' TO WS-COL-BROKEN
           MOVE SPACES TO WS-COL-PROMISE-DATE
           MOVE SPACES TO WS-COL-LAST-COLLECTOR
           MOVE 'N' TO WS-COL-SCAN-DONE
           MOVE WS-COL-LOAN-ID TO CA-LOAN-ID
           MOVE ZERO TO CA-SEQ
           START COLL-ACTIVITY-FILE KEY NOT < CA-KEY
             INVALID KEY MOVE 'Y' TO WS-COL-SCAN-DONE
           END-START
           PERFORM UNTIL WS-COL-SCAN-DONE = 'Y'
             READ COLL-ACTIVITY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-COL-SCAN-DONE
               NOT AT END
                 IF CA-LOAN-ID NOT = WS-COL-LOAN-ID
                     MOVE 'Y' TO WS-COL-SCAN-DONE
                 ELSE
                     PERFORM COLLECT-SCAN-ONE
                 END-IF
             END-READ
           END-PERFORM.

       COLLECT-SCAN-ONE SECTION.
           ADD 1 TO WS-COL-HIST-CNT
           MOVE CA-SEQ TO WS-COL-LAST-SEQ
           MOVE CA-COLLECTOR TO WS-COL-LAST-COLLECTOR
           IF CA-PROMISE-STATUS = 'O'
               MOVE CA-SEQ TO WS-COL-OPEN-SEQ
               MOVE CA-PROMISE-DATE TO WS-COL-PROMISE-DATE
           END-IF
           IF CA-PROMISE-STATUS = 'B' AND CA-REQUEUE = 'Y'
               MOVE 'Y' TO WS-COL-BROKEN
           END-IF
           IF WS-COL-SHOW-HIST NOT = 'Y'
               GO TO COLLECT-SCAN-ONE-EXIT
           END-IF
           IF WS-COL-HIST-CNT = 1
               DISPLAY '  CONTACT HISTORY:'
           END-IF
           MOVE SPACES TO WS-COL-FLAG-TEXT
           EVALUATE CA-PROMISE-STATUS
               WHEN 'O'
                   MOVE 'PROMISE OPEN' TO WS-COL-FLAG-TEXT
               WHEN 'K'
                   MOVE 'PROMISE KEPT' TO WS-COL-FLAG-TEXT
               WHEN 'B'
                   MOVE 'PROMISE BROKEN' TO WS-COL-FLAG-TEXT
               WHEN 'S'
                   MOVE 'PROMISE REPLACED' TO WS-COL-FLAG-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-OUTPUT-LINE
           IF CA-RESULT = 'PP'
               MOVE CA-PROMISE-AMT TO WS-AMORT-PAY-DISP
               STRING '    ' CA-ENTRY-DATE ' ' CA-COLLECTOR ' '
                   CA-CONTACT-TYPE ' ' CA-RESULT ' '
                   WS-AMORT-PAY-DISP ' BY ' CA-PROMISE-DATE ' '
                   WS-COL-FLAG-TEXT ' ' CA-NOTE
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           ELSE
               STRING '    ' CA-ENTRY-DATE ' ' CA-COLLECTOR ' '
                   CA-CONTACT-TYPE ' ' CA-RESULT ' ' CA-NOTE
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-IF
           PERFORM EMIT-LINE.

       COLLECT-SCAN-ONE-EXIT.
           EXIT.

       COLLECT-QUEUE-ASSIGN SECTION.
           MOVE SPACES TO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'COLLECTIONS WORK QUEUE AS OF ' WS-AS-OF-DATE
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING ' RANK  LOAN     DAYS  PDS    AMOUNT DUE'
               '       BALANCE  COLLECTOR  NOTE'
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           CLOSE COLL-QUEUE-FILE
           OPEN I-O COLL-QUEUE-FILE
           IF WS-CQ-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REOPEN COLLECTIONS QUEUE FILE - '
                   'ABORTING AGING RUN.'
               IF WS-COL-ACT-OPEN = 'Y'
                   CLOSE COLL-ACTIVITY-FILE
               END-IF
               CLOSE PRINT-FILE
               CLOSE NOTICE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO WS-COL-RANK
           MOVE 'N' TO WS-EOF-CQ
           PERFORM UNTIL WS-EOF-CQ = 'Y'
             READ COLL-QUEUE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-CQ
               NOT AT END PERFORM COLLECT-QUEUE-ASSIGN-ONE
             END-READ
           END-PERFORM

           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           IF WS-COL-COLLECTOR-CNT = ZERO
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'NO ACTIVE COLLECTORS ON THE OPERATOR AUTHORITY '
                   'FILE - QUEUE NOT ASSIGNED' DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
               UNTIL WS-COL-IX > WS-COL-COLLECTOR-CNT
             MOVE WS-COL-ASSIGNED(WS-COL-IX) TO WS-STMT-CNT-DISP
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING 'COLLECTOR ' WS-COL-ID(WS-COL-IX) ' ACCOUNTS '
                 WS-STMT-CNT-DISP DELIMITED BY SIZE
                 INTO WS-OUTPUT-LINE
             PERFORM EMIT-LINE
           END-PERFORM
           MOVE WS-COL-QUEUE-CNT TO WS-STMT-CNT-DISP
           MOVE WS-COL-QUEUE-BAL TO WS-COL-TOT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'ACCOUNTS IN QUEUE     ' WS-STMT-CNT-DISP
               '  BALANCE ' WS-COL-TOT-DISP DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-COL-BROKEN-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'BROKEN PROMISES       ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-COL-UNASSIGNED-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'UNASSIGNED            ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       COLLECT-QUEUE-ASSIGN-ONE SECTION.
           ADD 1 TO WS-COL-RANK
           IF CQ-COLLECTOR = SPACES AND WS-COL-COLLECTOR-CNT > ZERO
               MOVE 1 TO WS-COL-PICK
               PERFORM VARYING WS-COL-IX FROM 2 BY 1
                   UNTIL WS-COL-IX > WS-COL-COLLECTOR-CNT
                 IF WS-COL-ASSIGNED(WS-COL-IX) <
                     WS-COL-ASSIGNED(WS-COL-PICK)
                     MOVE WS-COL-IX TO WS-COL-PICK
                 END-IF
               END-PERFORM
               MOVE WS-COL-ID(WS-COL-PICK) TO CQ-COLLECTOR
               ADD 1 TO WS-COL-ASSIGNED(WS-COL-PICK)
               REWRITE COLL-QUEUE-RECORD
           END-IF
           IF CQ-COLLECTOR = SPACES
               ADD 1 TO WS-COL-UNASSIGNED-CNT
           END-IF
           PERFORM COLLECT-QUEUE-FLAG
           MOVE WS-COL-RANK TO WS-COL-RANK-DISP
           MOVE CQ-DAYS-PAST-DUE TO WS-COL-DAYS-DISP
           MOVE CQ-PERIODS-PAST-DUE TO WS-AGE-PD-DISP
           MOVE CQ-AMOUNT-DUE TO WS-AMORT-PAY-DISP
           MOVE CQ-BALANCE TO WS-AMORT-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           IF CQ-COLLECTOR = SPACES
               STRING WS-COL-RANK-DISP '  ' CQ-LOAN-ID '  '
                   WS-COL-DAYS-DISP ' ' WS-AGE-PD-DISP '  '
                   WS-AMORT-PAY-DISP '  ' WS-AMORT-BAL-DISP
                   '  NONE       ' WS-COL-FLAG-TEXT
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           ELSE
               STRING WS-COL-RANK-DISP '  ' CQ-LOAN-ID '  '
                   WS-COL-DAYS-DISP ' ' WS-AGE-PD-DISP '  '
                   WS-AMORT-PAY-DISP '  ' WS-AMORT-BAL-DISP
                   '  ' CQ-COLLECTOR '   ' WS-COL-FLAG-TEXT
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-IF
           PERFORM EMIT-LINE.

       COLLECT-QUEUE-FLAG SECTION.
           MOVE SPACES TO WS-COL-FLAG-TEXT
           IF CQ-BROKEN = 'Y'
               MOVE 'BROKEN PROMISE' TO WS-COL-FLAG-TEXT
           ELSE
               IF CQ-PROMISE-DATE NOT = SPACES
                   STRING 'PROMISE DUE ' CQ-PROMISE-DATE
                       DELIMITED BY SIZE INTO WS-COL-FLAG-TEXT
               END-IF
           END-IF.

       COLLECT-ENTRY-START SECTION.
           MOVE 'D' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           PERFORM COMPUTE-RUN-ID
           COMPUTE WS-COL-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RUN-ID(1:8)))
           OPEN I-O COLL-ACTIVITY-FILE
           IF WS-CA-STATUS NOT = '00'
               OPEN OUTPUT COLL-ACTIVITY-FILE
               IF WS-CA-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN COLLECTION ACTIVITY FILE - '
                       'ABORTING COLLECTOR ENTRY.'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE COLL-ACTIVITY-FILE
               OPEN I-O COLL-ACTIVITY-FILE
               IF WS-CA-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO REOPEN COLLECTION ACTIVITY FILE '
                       '- ABORTING COLLECTOR ENTRY.'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE 'N' TO WS-COL-QUEUE-OPEN
           OPEN INPUT COLL-QUEUE-FILE
           IF WS-CQ-STATUS = '00'
               MOVE 'Y' TO WS-COL-QUEUE-OPEN
               PERFORM COLLECT-ENTRY-MY-QUEUE
           ELSE
               DISPLAY 'NO COLLECTIONS QUEUE ON FILE - RUN THE '
                   'DELINQUENCY AGING REPORT (MODE 6) FIRST.'
           END-IF.

       COLLECT-ENTRY-LOOP SECTION.
           DISPLAY 'INPUT ACCOUNT NUMBER (BLANK TO END).'
           ACCEPT WS-CURRENT-LOAN-ID
           IF WS-CURRENT-LOAN-ID = SPACES
               CLOSE COLL-ACTIVITY-FILE
               IF WS-COL-QUEUE-OPEN = 'Y'
                   CLOSE COLL-QUEUE-FILE
               END-IF
               DISPLAY 'COLLECTOR ENTRY COMPLETE.'
               DISPLAY 'CONTACTS RECORDED: ' WS-COL-ENTRY-CNT
               DISPLAY 'PROMISES TAKEN   : ' WS-COL-PROMISE-CNT
               GOBACK
           END-IF

           PERFORM FIND-MASTER-RECORD
           IF WS-INQUIRY-FOUND = 'N'
               DISPLAY 'ACCOUNT ' WS-CURRENT-LOAN-ID
                   ' NOT ON LOAN MASTER.'
               GO TO COLLECT-ENTRY-LOOP
           END-IF
           PERFORM FIND-BORROWER-RECORD
           DISPLAY 'ACCOUNT ' WS-CURRENT-LOAN-ID
           IF WS-BORROWER-FOUND = 'Y'
               DISPLAY '  NAME     : ' WS-BRW-NAME
               DISPLAY '  ADDRESS  : ' WS-BRW-ADDRESS
               DISPLAY '             ' WS-BRW-CITY ' ' WS-BRW-STATE
                   ' ' WS-BRW-ZIP
           ELSE
               DISPLAY '  NO BORROWER RECORD ON FILE.'
           END-IF
           MOVE WS-FND-BALANCE TO WS-AMORT-BAL-DISP
           MOVE WS-FND-PAID-THRU TO WS-FND-PAID-DISP
           MOVE WS-FND-LATE-FEE TO WS-AMORT-PAY-DISP
           DISPLAY '  BALANCE  : ' WS-AMORT-BAL-DISP
               '  PAID THRU PERIOD ' WS-FND-PAID-DISP
               '  LATE FEES ' WS-AMORT-PAY-DISP
           DISPLAY '  STATUS   : ' WS-FND-STATUS
               '  NON-ACCRUAL: ' WS-FND-NONACCRUAL

           MOVE ZERO TO WS-COL-DAYS
           PERFORM COLLECT-FIND-QUEUE
           IF WS-COL-QUEUE-FOUND = 'Y'
               MOVE CQ-DAYS-PAST-DUE TO WS-COL-DAYS
               MOVE WS-COL-RANK TO WS-COL-RANK-DISP
               MOVE CQ-DAYS-PAST-DUE TO WS-COL-DAYS-DISP
               MOVE CQ-AMOUNT-DUE TO WS-AMORT-PAY-DISP
               DISPLAY '  QUEUE    : RANK ' WS-COL-RANK-DISP
                   '  DAYS PAST DUE ' WS-COL-DAYS-DISP
                   '  AMOUNT DUE ' WS-AMORT-PAY-DISP
               IF CQ-COLLECTOR = SPACES
                   DISPLAY '  NOT ASSIGNED TO A COLLECTOR.'
               ELSE
                   IF CQ-COLLECTOR NOT = WS-OPERATOR-ID
                       DISPLAY '  ASSIGNED TO COLLECTOR ' CQ-COLLECTOR
                   END-IF
               END-IF
               IF CQ-BROKEN = 'Y'
                   DISPLAY '  ** PROMISE TO PAY BROKEN - FOLLOW UP **'
               END-IF
           ELSE
               DISPLAY '  NOT IN THE CURRENT COLLECTIONS QUEUE.'
           END-IF
           MOVE WS-CURRENT-LOAN-ID TO WS-COL-LOAN-ID
           MOVE 'Y' TO WS-COL-SHOW-HIST
           PERFORM COLLECT-SCAN-ACTIVITY
           MOVE 'N' TO WS-COL-SHOW-HIST
           IF WS-COL-HIST-CNT = ZERO
               DISPLAY '  NO PRIOR CONTACTS ON FILE.'
           END-IF.

       COLLECT-ENTRY-CONTACT SECTION.
           DISPLAY 'INPUT CONTACT TYPE P=CALL OUT I=CALL IN L=LETTER '
               'E=EMAIL V=VISIT (BLANK FOR NEXT ACCOUNT).'
           ACCEPT WS-COL-ANSWER
           IF WS-COL-ANSWER = SPACES
               GO TO COLLECT-ENTRY-LOOP
           END-IF
           EVALUATE WS-COL-ANSWER(1:1)
               WHEN 'P'
               WHEN 'I'
               WHEN 'L'
               WHEN 'E'
               WHEN 'V'
                   MOVE WS-COL-ANSWER(1:1) TO WS-COL-CONTACT
               WHEN OTHER
                   DISPLAY 'INVALID INPUT'
                   GO TO COLLECT-ENTRY-CONTACT
           END-EVALUATE.

       COLLECT-ENTRY-RESULT SECTION.
           DISPLAY 'INPUT RESULT CODE -'
           DISPLAY '  NA=NO ANSWER      LM=LEFT MESSAGE  '
               'WN=WRONG NUMBER'
           DISPLAY '  PP=PROMISE TO PAY RP=REFUSED TO PAY '
               'DS=DISPUTES DEBT'
           DISPLAY '  PD=SAYS PAID      CB=CALL BACK REQUESTED'
           ACCEPT WS-COL-ANSWER
           EVALUATE WS-COL-ANSWER(1:2)
               WHEN 'NA'
               WHEN 'LM'
               WHEN 'WN'
               WHEN 'PP'
               WHEN 'RP'
               WHEN 'DS'
               WHEN 'PD'
               WHEN 'CB'
                   MOVE WS-COL-ANSWER(1:2) TO WS-COL-RESULT
               WHEN OTHER
                   DISPLAY 'INVALID INPUT'
                   GO TO COLLECT-ENTRY-RESULT
           END-EVALUATE
           MOVE ZERO TO WS-COL-PROMISE-AMT
           MOVE SPACES TO WS-COL-PROMISE-IN
           MOVE SPACES TO WS-COL-FOLLOW-IN.

       COLLECT-ENTRY-PROMISE SECTION.
           IF WS-COL-RESULT NOT = 'PP'
               GO TO COLLECT-ENTRY-FOLLOW
           END-IF
           DISPLAY 'INPUT PROMISED AMOUNT.'
           ACCEPT WS-COL-ANSWER
           IF WS-COL-ANSWER = SPACES
               OR WS-COL-ANSWER(12:) NOT = SPACES
               DISPLAY 'INVALID INPUT'
               GO TO COLLECT-ENTRY-PROMISE
           END-IF
           MOVE SPACES TO WS-GENERIC-FIELD
           MOVE WS-COL-ANSWER TO WS-GENERIC-FIELD
           MOVE 11 TO WS-GENERIC-LEN
           PERFORM VALIDATE-RATE-FIELD
           IF WS-VALID-FLAG = 'N'
               DISPLAY 'INVALID INPUT'
               GO TO COLLECT-ENTRY-PROMISE
           END-IF
           COMPUTE WS-COL-PROMISE-AMT =
               FUNCTION NUMVAL(WS-GENERIC-FIELD)
           IF WS-COL-PROMISE-AMT = ZERO
               DISPLAY 'PROMISED AMOUNT MUST BE GREATER THAN ZERO.'
               GO TO COLLECT-ENTRY-PROMISE
           END-IF.

       COLLECT-ENTRY-PROMISE-DATE SECTION.
           DISPLAY 'INPUT PROMISE-TO-PAY DATE YYYYMMDD.'
           ACCEPT WS-COL-PROMISE-IN
           IF WS-COL-PROMISE-IN IS NOT NUMERIC
               DISPLAY 'INVALID INPUT'
               GO TO COLLECT-ENTRY-PROMISE-DATE
           END-IF
           COMPUTE WS-COL-DATE-INT =
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-COL-PROMISE-IN))
           IF WS-COL-DATE-INT = ZERO
               DISPLAY 'INVALID INPUT'
               GO TO COLLECT-ENTRY-PROMISE-DATE
           END-IF
           IF WS-COL-DATE-INT < WS-COL-TODAY-INT
               DISPLAY 'PROMISE DATE MAY NOT BE IN THE PAST.'
               GO TO COLLECT-ENTRY-PROMISE-DATE
           END-IF.

       COLLECT-ENTRY-FOLLOW SECTION.
           DISPLAY 'INPUT FOLLOW-UP DATE YYYYMMDD (BLANK FOR NONE).'
           ACCEPT WS-COL-FOLLOW-IN
           IF WS-COL-FOLLOW-IN = SPACES
               IF WS-COL-RESULT = 'PP'
                   MOVE WS-COL-PROMISE-IN TO WS-COL-FOLLOW-IN
               END-IF
               GO TO COLLECT-ENTRY-NOTE
           END-IF
           IF WS-COL-FOLLOW-IN IS NOT NUMERIC
               DISPLAY 'INVALID INPUT'
               GO TO COLLECT-ENTRY-FOLLOW
           END-IF
           COMPUTE WS-COL-DATE-INT =
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-COL-FOLLOW-IN))
           IF WS-COL-DATE-INT = ZERO
               DISPLAY 'INVALID INPUT'
               GO TO COLLECT-ENTRY-FOLLOW
           END-IF
           IF WS-COL-DATE-INT < WS-COL-TODAY-INT
               DISPLAY 'FOLLOW-UP DATE MAY NOT BE IN THE PAST.'
               GO TO COLLECT-ENTRY-FOLLOW
           END-IF.

       COLLECT-ENTRY-NOTE SECTION.
           DISPLAY 'INPUT NOTE (BLANK FOR NONE).'
           ACCEPT WS-COL-NOTE

           PERFORM COMPUTE-RUN-ID
           PERFORM COLLECT-CLEAR-PRIOR
           MOVE SPACES TO COLL-ACTIVITY-RECORD
           MOVE WS-CURRENT-LOAN-ID TO CA-LOAN-ID
           COMPUTE CA-SEQ = WS-COL-LAST-SEQ + 1
           MOVE WS-RUN-ID(1:8)     TO CA-ENTRY-DATE
           MOVE WS-RUN-ID(9:6)     TO CA-ENTRY-TIME
           MOVE WS-OPERATOR-ID     TO CA-COLLECTOR
           MOVE WS-COL-CONTACT     TO CA-CONTACT-TYPE
           MOVE WS-COL-RESULT      TO CA-RESULT
           MOVE WS-COL-PROMISE-AMT TO CA-PROMISE-AMT
           MOVE WS-COL-PROMISE-IN  TO CA-PROMISE-DATE
           MOVE WS-COL-FOLLOW-IN   TO CA-FOLLOW-DATE
           IF WS-COL-RESULT = 'PP'
               MOVE 'O' TO CA-PROMISE-STATUS
           ELSE
               MOVE SPACE TO CA-PROMISE-STATUS
           END-IF
           MOVE ZERO               TO CA-PAID-AMT
           MOVE SPACES             TO CA-RESOLVED-DATE
           MOVE 'N'                TO CA-REQUEUE
           MOVE WS-COL-DAYS        TO CA-DAYS-PAST-DUE
           MOVE WS-COL-NOTE        TO CA-NOTE
           WRITE COLL-ACTIVITY-RECORD
             INVALID KEY
               DISPLAY 'CONTACT NOT RECORDED FOR ' WS-CURRENT-LOAN-ID
                   ' - STATUS ' WS-CA-STATUS
               GO TO COLLECT-ENTRY-LOOP
           END-WRITE
           ADD 1 TO WS-COL-ENTRY-CNT
           IF WS-COL-RESULT = 'PP'
               ADD 1 TO WS-COL-PROMISE-CNT
           END-IF
           DISPLAY 'CONTACT RECORDED FOR ' WS-CURRENT-LOAN-ID
           GO TO COLLECT-ENTRY-LOOP.

       COLLECT-ENTRY-MY-QUEUE SECTION.
           MOVE ZERO TO WS-COL-RANK
           MOVE ZERO TO WS-COL-MINE-CNT
           MOVE ZERO TO WS-COL-UNASSIGNED-CNT
           DISPLAY 'COLLECTIONS WORK QUEUE FOR ' WS-OPERATOR-ID
           DISPLAY ' RANK  LOAN     DAYS    AMOUNT DUE  NAME'
           MOVE 'N' TO WS-EOF-CQ
           PERFORM UNTIL WS-EOF-CQ = 'Y'
             READ COLL-QUEUE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-CQ
               NOT AT END
                 ADD 1 TO WS-COL-RANK
                 IF CQ-COLLECTOR = SPACES
                     ADD 1 TO WS-COL-UNASSIGNED-CNT
                 END-IF
                 IF CQ-COLLECTOR = WS-OPERATOR-ID
                     PERFORM COLLECT-ENTRY-QUEUE-LINE
                 END-IF
             END-READ
           END-PERFORM
           DISPLAY 'ACCOUNTS IN YOUR QUEUE: ' WS-COL-MINE-CNT
           IF WS-COL-UNASSIGNED-CNT > ZERO
               DISPLAY 'UNASSIGNED ACCOUNTS IN QUEUE: '
                   WS-COL-UNASSIGNED-CNT
           END-IF.

       COLLECT-ENTRY-QUEUE-LINE SECTION.
           ADD 1 TO WS-COL-MINE-CNT
           MOVE CQ-LOAN-ID TO WS-CURRENT-LOAN-ID
           PERFORM FIND-BORROWER-RECORD
           PERFORM COLLECT-QUEUE-FLAG
           MOVE WS-COL-RANK TO WS-COL-RANK-DISP
           MOVE CQ-DAYS-PAST-DUE TO WS-COL-DAYS-DISP
           MOVE CQ-AMOUNT-DUE TO WS-AMORT-PAY-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-COL-RANK-DISP '  ' CQ-LOAN-ID '  '
               WS-COL-DAYS-DISP '  ' WS-AMORT-PAY-DISP '  '
               WS-BRW-NAME ' ' WS-COL-FLAG-TEXT
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       COLLECT-FIND-QUEUE SECTION.
           MOVE 'N' TO WS-COL-QUEUE-FOUND
           MOVE ZERO TO WS-COL-RANK
           IF WS-COL-QUEUE-OPEN NOT = 'Y'
               GO TO COLLECT-FIND-QUEUE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CQ
           MOVE LOW-VALUES TO CQ-KEY
           START COLL-QUEUE-FILE KEY NOT < CQ-KEY
             INVALID KEY MOVE 'Y' TO WS-EOF-CQ
           END-START
           PERFORM UNTIL WS-EOF-CQ = 'Y'
             READ COLL-QUEUE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-CQ
               NOT AT END
                 ADD 1 TO WS-COL-RANK
                 IF CQ-LOAN-ID = WS-CURRENT-LOAN-ID
                     MOVE 'Y' TO WS-COL-QUEUE-FOUND
                     MOVE 'Y' TO WS-EOF-CQ
                 END-IF
             END-READ
           END-PERFORM.

       COLLECT-FIND-QUEUE-EXIT.
           EXIT.

       COLLECT-CLEAR-PRIOR SECTION.
           MOVE WS-CURRENT-LOAN-ID TO WS-COL-LOAN-ID
           MOVE 'N' TO WS-COL-SCAN-DONE
           MOVE WS-COL-LOAN-ID TO CA-LOAN-ID
           MOVE ZERO TO CA-SEQ
           START COLL-ACTIVITY-FILE KEY NOT < CA-KEY
             INVALID KEY MOVE 'Y' TO WS-COL-SCAN-DONE
           END-START
           PERFORM UNTIL WS-COL-SCAN-DONE = 'Y'
             READ COLL-ACTIVITY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-COL-SCAN-DONE
               NOT AT END
                 IF CA-LOAN-ID NOT = WS-COL-LOAN-ID
                     MOVE 'Y' TO WS-COL-SCAN-DONE
                 ELSE
                     PERFORM COLLECT-CLEAR-ONE
                 END-IF
             END-READ
           END-PERFORM.

       COLLECT-CLEAR-ONE SECTION.
           MOVE CA-SEQ TO WS-COL-LAST-SEQ
           IF CA-REQUEUE = 'Y'
               MOVE 'N' TO CA-REQUEUE
               REWRITE COLL-ACTIVITY-RECORD
           END-IF
           IF WS-COL-RESULT = 'PP' AND CA-PROMISE-STATUS = 'O'
               MOVE 'S' TO CA-PROMISE-STATUS
               MOVE WS-RUN-ID(1:8) TO CA-RESOLVED-DATE
               REWRITE COLL-ACTIVITY-RECORD
               DISPLAY 'EARLIER OPEN PROMISE OF ' CA-PROMISE-DATE
                   ' REPLACED.'
           END-IF.

       PROMISE-MATCH-START SECTION.
           MOVE 'P' TO WS-OUTPUT-MODE
           DISPLAY 'INPUT OPERATOR/TERMINAL ID.'
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           DISPLAY 'INPUT PROMISE-TO-PAY REPORT FILE NAME.'
           ACCEPT WS-PRINT-FILE-NAME
           DISPLAY 'INPUT AS-OF DATE YYYYMMDD (BLANK FOR TODAY).'
           ACCEPT WS-AS-OF-DATE

           PERFORM COMPUTE-RUN-ID
           IF WS-AS-OF-DATE = SPACES
               OR WS-AS-OF-DATE IS NOT NUMERIC
               MOVE WS-RUN-ID(1:8) TO WS-AS-OF-DATE
           END-IF
           COMPUTE WS-COL-DATE-INT =
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-AS-OF-DATE))
           IF WS-COL-DATE-INT = ZERO
               DISPLAY 'INVALID AS-OF DATE - USING RUN DATE.'
               MOVE WS-RUN-ID(1:8) TO WS-AS-OF-DATE
           END-IF

           OPEN I-O COLL-ACTIVITY-FILE
           IF WS-CA-STATUS NOT = '00'
               DISPLAY 'NO COLLECTION ACTIVITY FILE ON FILE - '
                   'ABORTING PROMISE MATCH RUN.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PROMISE-TO-PAY REPORT FILE - '
                   'ABORTING PROMISE MATCH RUN.'
               CLOSE COLL-ACTIVITY-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'PROMISE-TO-PAY MATCH RUN ' WS-RUN-ID
               ' OPERATOR: ' WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'AS OF DATE ' WS-AS-OF-DATE
               '  PA TRANSACTIONS MATCHED TO OPEN PROMISES'
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE

           MOVE 'N' TO WS-EOF-CA
           PERFORM UNTIL WS-EOF-CA = 'Y'
             READ COLL-ACTIVITY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-CA
               NOT AT END
                 IF CA-PROMISE-STATUS = 'O'
                     ADD 1 TO WS-COL-OPEN-CNT
                     MOVE ZERO TO CA-PAID-AMT
                     REWRITE COLL-ACTIVITY-RECORD
                 END-IF
             END-READ
           END-PERFORM

           IF WS-COL-OPEN-CNT > ZERO
               OPEN INPUT TRAN-FILE
               IF WS-TRAN-STATUS = '00'
                   MOVE 'N' TO WS-EOF-TRAN
                   PERFORM UNTIL WS-EOF-TRAN = 'Y'
                     READ TRAN-FILE
                       AT END MOVE 'Y' TO WS-EOF-TRAN
                       NOT AT END PERFORM PROMISE-MATCH-TRAN
                     END-READ
                   END-PERFORM
                   CLOSE TRAN-FILE
               ELSE
                   MOVE 'NO TRANSACTION HISTORY FILE - NO PAYMENTS '
                       TO WS-OUTPUT-LINE
                   PERFORM EMIT-LINE
               END-IF

               MOVE 'N' TO WS-EOF-CA
               MOVE LOW-VALUES TO CA-KEY
               START COLL-ACTIVITY-FILE KEY NOT < CA-KEY
                 INVALID KEY MOVE 'Y' TO WS-EOF-CA
               END-START
               PERFORM UNTIL WS-EOF-CA = 'Y'
                 READ COLL-ACTIVITY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-CA
                   NOT AT END PERFORM PROMISE-MATCH-ONE
                 END-READ
               END-PERFORM
           END-IF

           PERFORM PROMISE-MATCH-SUMMARY
           CLOSE COLL-ACTIVITY-FILE
           CLOSE PRINT-FILE
           DISPLAY 'PROMISE MATCH RUN COMPLETE.'
           DISPLAY 'OPEN PROMISES  : ' WS-COL-OPEN-CNT
           DISPLAY 'KEPT           : ' WS-COL-KEPT-CNT
           DISPLAY 'BROKEN         : ' WS-COL-BRK-CNT
           DISPLAY 'STILL OPEN     : ' WS-COL-PEND-CNT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       PROMISE-MATCH-TRAN SECTION.
           ADD 1 TO WS-COL-TRAN-READ
           IF (TRN-CODE NOT = 'PA' AND TRN-CODE NOT = 'RV')
               OR TRN-DATE > WS-AS-OF-DATE
               GO TO PROMISE-MATCH-TRAN-EXIT
           END-IF
           MOVE TRN-LOAN-ID TO WS-COL-LOAN-ID
           MOVE 'N' TO WS-COL-SCAN-DONE
           MOVE WS-COL-LOAN-ID TO CA-LOAN-ID
           MOVE ZERO TO CA-SEQ
           START COLL-ACTIVITY-FILE KEY NOT < CA-KEY
             INVALID KEY MOVE 'Y' TO WS-COL-SCAN-DONE
           END-START
           PERFORM UNTIL WS-COL-SCAN-DONE = 'Y'
             READ COLL-ACTIVITY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-COL-SCAN-DONE
               NOT AT END
                 IF CA-LOAN-ID NOT = WS-COL-LOAN-ID
                     MOVE 'Y' TO WS-COL-SCAN-DONE
                 ELSE
                     IF CA-PROMISE-STATUS = 'O'
                         AND TRN-DATE NOT < CA-ENTRY-DATE
                         AND TRN-DATE NOT > CA-PROMISE-DATE
                         ADD TRN-AMOUNT TO CA-PAID-AMT
                         REWRITE COLL-ACTIVITY-RECORD
                         ADD 1 TO WS-COL-PA-CNT
                     END-IF
                 END-IF
             END-READ
           END-PERFORM.

       PROMISE-MATCH-TRAN-EXIT.
           EXIT.

       PROMISE-MATCH-ONE SECTION.
           IF CA-PROMISE-STATUS NOT = 'O'
               GO TO PROMISE-MATCH-ONE-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CA-PAID-AMT NOT < CA-PROMISE-AMT
                   MOVE 'K' TO CA-PROMISE-STATUS
                   MOVE WS-AS-OF-DATE TO CA-RESOLVED-DATE
                   ADD 1 TO WS-COL-KEPT-CNT
                   ADD CA-PROMISE-AMT TO WS-COL-KEPT-TOT
                   MOVE 'KEPT    ' TO WS-COL-FLAG-TEXT
               WHEN CA-PROMISE-DATE NOT > WS-AS-OF-DATE
                   MOVE 'B' TO CA-PROMISE-STATUS
                   MOVE WS-AS-OF-DATE TO CA-RESOLVED-DATE
                   MOVE 'Y' TO CA-REQUEUE
                   ADD 1 TO WS-COL-BRK-CNT
                   ADD CA-PROMISE-AMT TO WS-COL-BRK-TOT
                   MOVE 'BROKEN  ' TO WS-COL-FLAG-TEXT
               WHEN OTHER
                   ADD 1 TO WS-COL-PEND-CNT
                   ADD CA-PROMISE-AMT TO WS-COL-PEND-TOT
                   GO TO PROMISE-MATCH-ONE-EXIT
           END-EVALUATE
           REWRITE COLL-ACTIVITY-RECORD
           IF WS-CA-STATUS NOT = '00'
               DISPLAY 'PROMISE UPDATE FAILED FOR ' CA-LOAN-ID
                   ' - STATUS ' WS-CA-STATUS
           END-IF
           MOVE CA-LOAN-ID TO WS-CURRENT-LOAN-ID
           PERFORM FIND-BORROWER-RECORD
           MOVE CA-PROMISE-AMT TO WS-TRN-AMT-DISP
           MOVE CA-PAID-AMT TO WS-TRN-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-COL-FLAG-TEXT(1:8) CA-LOAN-ID ' ' WS-BRW-NAME
               ' PROMISED ' WS-TRN-AMT-DISP ' BY ' CA-PROMISE-DATE
               ' PAID ' WS-TRN-BAL-DISP ' COLLECTOR ' CA-COLLECTOR
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE.

       PROMISE-MATCH-ONE-EXIT.
           EXIT.

       PROMISE-MATCH-SUMMARY SECTION.
           MOVE '========================================' TO
               WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-COL-OPEN-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'OPEN PROMISES EXAMINED  ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-COL-PA-CNT TO WS-STMT-CNT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'PAYMENTS IN A WINDOW    ' WS-STMT-CNT-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-COL-KEPT-CNT TO WS-STMT-CNT-DISP
           MOVE WS-COL-KEPT-TOT TO WS-COL-TOT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'PROMISES KEPT           ' WS-STMT-CNT-DISP
               '  PROMISED ' WS-COL-TOT-DISP DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-COL-BRK-CNT TO WS-STMT-CNT-DISP
           MOVE WS-COL-BRK-TOT TO WS-COL-TOT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'PROMISES BROKEN         ' WS-STMT-CNT-DISP
               '  PROMISED ' WS-COL-TOT-DISP DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-COL-PEND-CNT TO WS-STMT-CNT-DISP
           MOVE WS-COL-PEND-TOT TO WS-COL-TOT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'PROMISES STILL OPEN     ' WS-STMT-CNT-DISP
               '  PROMISED ' WS-COL-TOT-DISP DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           PERFORM EMIT-LINE
           IF WS-COL-BRK-CNT > ZERO
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'BROKEN PROMISES RETURN TO THE NEXT '
                   'COLLECTIONS QUEUE' DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
               PERFORM EMIT-LINE
           END-IF.
