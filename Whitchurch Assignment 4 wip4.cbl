               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALENDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BOM-FILE ASSIGN TO "BOM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDWORK-FILE ASSIGN TO "PENDWORK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "APPROVALS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLDLIMIT-FILE ASSIGN TO "HOLDLIMIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLDRPT-FILE ASSIGN TO "HOLDRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-IDX-FILE ASSIGN TO DYNAMIC WS-IDX-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-KEY.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
               05 T-REORDER-QT         PIC 9(5).
               05 T-TO-LOC             PIC X(2).
               05 T-UNIT-COST          PIC 9(4)V99.
               05 T-REF                PIC X(11).

       FD REPORT-FILE.
           01 REPORT-REC.
               05 EX-ACTION            PIC X.
               05 EX-QT                PIC 9(5).
               05 EX-REASON            PIC X(17).
               05 EX-REF               PIC X(11).

       FD AUDIT-FILE.
           01 AUDIT-REC.
               05 AUD-MOVE-VALUE       PIC 9(9)V99.
               05 AUD-OLD-COST         PIC 9(4)V99.
               05 AUD-NEW-COST         PIC 9(4)V99.
               05 AUD-REF              PIC X(11).
               05 AUD-ORIG-REF         PIC X(11).
               05 AUD-ORIG-ACTION      PIC X.

       FD CHECKPOINT-FILE.
           01 CHECKPOINT-REC.
               05 REJ-ACTION           PIC X.
               05 REJ-REQ-QT           PIC 9(5).
               05 REJ-ON-HAND-QT       PIC 9(5).
               05 REJ-REF              PIC X(11).

       FD LISTING-FILE.
           01 LISTING-REC              PIC X(80).
               05 BO-DATE              PIC 9(8).
               05 BO-REQ-QT            PIC 9(5).
               05 BO-REMAIN-QT         PIC 9(5).
               05 BO-REF               PIC X(11).

       FD BORPT-FILE.
           01 BORPT-REC                PIC X(80).
               05 PG-RECORD-COUNT      PIC 9(6).
               05 PG-RUN-DATE          PIC 9(8).

       FD BOM-FILE.
           01 BOM-REC.
               05 BM-KIT-PROD-ID       PIC X(4).
               05 BM-COMP-PROD-ID      PIC X(4).
               05 BM-QTY-PER           PIC 9(5).

       FD PENDING-FILE.
           01 PENDING-REC.
               05 PN-TRANS             PIC X(64).
               05 PN-HOLD-DATE         PIC 9(8).
               05 PN-HOLD-VALUE        PIC 9(9)V99.
               05 PN-BOOK-QT           PIC 9(5).
               05 PN-BOOK-COST         PIC 9(4)V99.

       FD PENDWORK-FILE.
           01 PENDWORK-REC.
               05 PW-TRANS             PIC X(64).
               05 PW-TRANS-FIELDS REDEFINES PW-TRANS.
                   10 FILLER           PIC X(8).
                   10 PW-KEY           PIC X(6).
                   10 FILLER           PIC X(50).
               05 PW-HOLD-DATE         PIC 9(8).
               05 PW-HOLD-VALUE        PIC 9(9)V99.
               05 PW-BOOK-QT           PIC 9(5).
               05 PW-BOOK-COST         PIC 9(4)V99.

       FD APPROVAL-FILE.
           01 APPROVAL-REC.
               05 AP-REF               PIC X(11).
               05 AP-KEY               PIC X(6).
               05 AP-DECISION          PIC X.
               05 AP-APPROVER          PIC X(8).
               05 AP-DATE              PIC 9(8).

       FD HOLDLIMIT-FILE.
           01 HOLDLIMIT-REC.
               05 HL-ACTION            PIC X.
               05 HL-LIMIT             PIC 9(9)V99.

       FD HOLDRPT-FILE.
           01 HOLDRPT-REC              PIC X(120).

       FD MASTER-IDX-FILE.
           01 IDX-MASTER-REC.
               05 IM-KEY.
               05 IM-REORDER-QT        PIC 9(5).
               05 IM-UNIT-COST         PIC 9(4)V99.

       FD RUNLOG-FILE.
           01 RUNLOG-REC.
               05 RL-PROGRAM-ID        PIC X(10).
               05 RL-RUN-DATE          PIC 9(8).
               05 RL-START-TIME        PIC 9(6).
               05 RL-END-TIME          PIC 9(6).
               05 RL-RETURN-CODE       PIC 9(4).
               05 RL-INPUT-FILE-1      PIC X(40).
               05 RL-INPUT-FILE-2      PIC X(40).
               05 RL-COUNT OCCURS 6 TIMES.
                   10 RL-COUNT-LABEL   PIC X(12).
                   10 RL-COUNT-VALUE   PIC 9(9).
               05 RL-ABORT-REASON      PIC X(40).

       working-storage section.
       01 EOF                          pic X VALUE "N".

       01 WS-TRANS-READ-CT             pic 9(6) VALUE ZERO.
       01 WS-MASTER-READ-CT            pic 9(6) VALUE ZERO.
       01 WS-MASTER-SKIPPED-CT         pic 9(6) VALUE ZERO.
       01 WS-MASTER-PRIOR-CT           pic 9(6) VALUE ZERO.
       01 WS-REORDER-PRIOR-CT          pic 9(6) VALUE ZERO.
       01 WS-PRIOR-EOF-SWITCH          pic X VALUE "N".
           88 PRIOR-EOF                      VALUE "Y".
       01 WS-ADD-CT                    pic 9(6) VALUE ZERO.
       01 WS-UPDATE-CT                 pic 9(6) VALUE ZERO.
       01 WS-RECEIPT-CT                pic 9(6) VALUE ZERO.
       01 WS-REORDER-CT                pic 9(6) VALUE ZERO.
       01 WS-DELETE-CT                 pic 9(6) VALUE ZERO.
       01 WS-REJECTED-CT               pic 9(6) VALUE ZERO.
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       01 WS-COUNTING-SWITCH           pic X VALUE "Y".

               10 WS-BT-REQ-QT         pic 9(5).
               10 WS-BT-REMAIN-QT      pic 9(5).
               10 WS-BT-FILLED-QT      pic 9(5).
               10 WS-BT-REF            pic X(11).
               10 WS-BT-VOID-SW        pic X.
       01 WS-BO-ENTRY-CT               pic 9(4) VALUE ZERO.
       01 WS-BO-MAX                    pic 9(4) VALUE 2000.
       01 WS-BO-SUB                    pic 9(4) COMP.
       01 WS-BO-RELEASE-CT             pic 9(6) VALUE ZERO.
       01 WS-BO-FILLED-CT              pic 9(6) VALUE ZERO.
       01 WS-BO-OPEN-CT                pic 9(6) VALUE ZERO.
       01 WS-BO-VOID-CT                pic 9(6) VALUE ZERO.
       01 WS-BO-AUD-REF                pic X(11).

       01 WS-BO-DATE-DISPLAY.
           05 WS-BD-MM                 pic 99.
           05 FILLER                   pic X(8)  VALUE "  FILLED".
           05 FILLER                   pic X(8)  VALUE "  REMAIN".
           05 FILLER                   pic X(8)  VALUE "  STATUS".
           05 FILLER                   pic X(13) VALUE "  REFERENCE".

       01 WS-BO-DETAIL-LINE.
           05 WB-KEY                   pic X(6).
           05 WB-REMAIN-QT             pic ZZZZ9.
           05 FILLER                   pic X(2).
           05 WB-STATUS                pic X(6).
           05 FILLER                   pic X(2).
           05 WB-REF                   pic X(11).

       01 WS-BO-TOTAL-LINE.
           05 WB-TOTAL-LABEL           pic X(25).
           05 WB-TOTAL-COUNT           pic ZZZZZ9.

      *    Postings of the open period by reference + location/
      *    product, loaded from AUDIT.TXT and added to as this run
      *    posts, so a "V" can find exactly what it must reverse.
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 30000 TIMES.
               10 WS-VT-KEY.
                   15 WS-VT-REF        pic X(11).
                   15 WS-VT-PROD-KEY   pic X(6).
               10 WS-VT-ACTION         pic X.
               10 WS-VT-NET-QT         pic S9(7).
               10 WS-VT-MOVE-VALUE     pic 9(9)V99.
               10 WS-VT-UNIT-COST      pic 9(4)V99.
               10 WS-VT-OLD-COST       pic 9(4)V99.
               10 WS-VT-NEW-COST       pic 9(4)V99.
               10 WS-VT-VOIDED         pic X.
       01 WS-REF-ENTRY-CT              pic 9(5) VALUE ZERO.
       01 WS-REF-MAX                   pic 9(5) VALUE 30000.
       01 WS-REF-FOUND-SUB             pic 9(5) COMP.
       01 WS-REF-INSERT-SUB            pic 9(5) COMP.
       01 WS-REF-SHIFT-SUB             pic 9(5) COMP.
       01 WS-REF-SHIFT-FROM            pic 9(5) COMP.
       01 WS-BS-LO                     pic 9(5) COMP.
       01 WS-BS-HI                     pic 9(5) COMP.
       01 WS-BS-MID                    pic 9(5) COMP.
       01 WS-REF-LOOKUP-KEY.
           05 WS-RL-REF                pic X(11).
           05 WS-RL-PROD-KEY           pic X(6).
       01 WS-REF-LOAD-SWITCH           pic X VALUE "N".
           88 LOADING-REFS                   VALUE "Y".
       01 WS-REF-EOF-SWITCH            pic X VALUE "N".
           88 REF-EOF                        VALUE "Y".

       01 WS-VOID-ORIG-REF             pic X(11).
       01 WS-VOID-ORIG-ACTION          pic X.
       01 WS-VOID-NET-QT               pic S9(7).
       01 WS-VOID-NEW-QT               pic S9(7).
       01 WS-VOID-COST                 pic 9(4)V99.
       01 WS-VOID-VALUE                pic S9(11)V99.
       01 WS-VOID-SUB                  pic 9(5) COMP.
       01 WS-VOID-BO-SWITCH            pic X.
           88 VOID-BACKORDER-FOUND           VALUE "Y".
       01 WS-VOID-CT                   pic 9(6) VALUE ZERO.

      *    Bill of materials, in kit/component sequence: what one
      *    kit consumes of each component at the kit's location.
       01 WS-BOM-TABLE.
           05 WS-BOM-ENTRY OCCURS 5000 TIMES.
               10 WS-BM-KIT-PROD-ID    pic X(4).
               10 WS-BM-COMP-PROD-ID   pic X(4).
               10 WS-BM-QTY-PER        pic 9(5).
       01 WS-BOM-ENTRY-CT              pic 9(4) VALUE ZERO.
       01 WS-BOM-MAX                   pic 9(4) VALUE 5000.
       01 WS-BOM-SUB                   pic 9(4) COMP.
       01 WS-BOM-EOF-SWITCH            pic X VALUE "N".
           88 BOM-EOF                        VALUE "Y".
       01 WS-BOM-PRIOR-KEY             pic X(8) VALUE LOW-VALUES.
       01 WS-BOM-LINE-CT               pic 9(4).

      *    Kit builds ("B") in this transaction file.  Every build is
      *    proven against the start-of-run master before anything is
      *    posted, so a build relieves all of its components or none.
       01 WS-KB-TABLE.
           05 WS-KB-ENTRY OCCURS 2000 TIMES.
               10 WS-KB-REF            pic X(11).
               10 WS-KB-KIT-KEY.
                   15 WS-KB-KIT-LOC    pic X(2).
                   15 WS-KB-KIT-PROD-ID
                                       pic X(4).
               10 WS-KB-DATE           pic 9(8).
               10 WS-KB-QT             pic 9(5).
               10 WS-KB-UNIT-COST      pic 9(4)V99.
               10 WS-KB-REASON         pic X(17).
       01 WS-KB-ENTRY-CT               pic 9(4) VALUE ZERO.
       01 WS-KB-MAX                    pic 9(4) VALUE 2000.
       01 WS-KB-SUB                    pic 9(4) COMP.
       01 WS-KB-FOUND-SUB              pic 9(4) COMP.
       01 WS-KB-EOF-SWITCH             pic X VALUE "N".
           88 KB-EOF                         VALUE "Y".
       01 WS-KB-LAST-DELETE-KEY        pic X(6) VALUE SPACES.
       01 WS-KB-COST-TOTAL             pic 9(9)V99.
       01 WS-KB-NEED-QT                pic 9(10).
       01 WS-KB-AVAIL-QT               pic S9(10).

      *    Every kit and component a build touches, with its
      *    start-of-run quantity and the quantity committed to
      *    accepted builds; kept in key sequence for binary search.
       01 WS-BI-TABLE.
           05 WS-BI-ENTRY OCCURS 10000 TIMES.
               10 WS-BI-KEY            pic X(6).
               10 WS-BI-ON-MASTER      pic X.
               10 WS-BI-ON-HAND-QT     pic 9(5).
               10 WS-BI-UNIT-COST      pic 9(4)V99.
               10 WS-BI-COMMIT-QT      pic 9(10).
       01 WS-BI-ENTRY-CT               pic 9(5) VALUE ZERO.
       01 WS-BI-MAX                    pic 9(5) VALUE 10000.
       01 WS-BI-FOUND-SUB              pic 9(5) COMP.
       01 WS-BI-INSERT-SUB             pic 9(5) COMP.
       01 WS-BI-SHIFT-SUB              pic 9(5) COMP.
       01 WS-BI-SHIFT-FROM             pic 9(5) COMP.
       01 WS-BI-LOOKUP-KEY             pic X(6).

      *    Component reliefs of accepted builds, applied at each
      *    component's master record before its own transactions.
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 10000 TIMES.
               10 WS-BR-KEY            pic X(6).
               10 WS-BR-BUILD-SUB      pic 9(4).
               10 WS-BR-QT             pic 9(5).
       01 WS-BR-ENTRY-CT               pic 9(5) VALUE ZERO.
       01 WS-BR-MAX                    pic 9(5) VALUE 10000.
       01 WS-BR-SUB                    pic 9(5) COMP.

       01 WS-BA-DATE                   pic 9(8).
       01 WS-BA-KEY.
           05 WS-BA-LOC                pic X(2).
           05 WS-BA-PROD-ID            pic X(4).
       01 WS-BA-QT                     pic 9(5).
       01 WS-BA-UNIT-COST              pic 9(4)V99.
       01 WS-BA-REF                    pic X(11).

       01 WS-BUILD-CT                  pic 9(6) VALUE ZERO.
       01 WS-BUILD-REJECT-CT           pic 9(6) VALUE ZERO.
       01 WS-RELIEF-CT                 pic 9(6) VALUE ZERO.

      *    Counts, cost changes and deletes worth more than their
      *    action's limit wait in PENDING.TXT until a supervisor
      *    approves (A) or declines (D) them in APPROVALS.TXT.
       01 WS-HOLD-LIMIT-K              pic 9(9)V99 VALUE 1000.00.
       01 WS-HOLD-LIMIT-C              pic 9(9)V99 VALUE 1000.00.
       01 WS-HOLD-LIMIT-D              pic 9(9)V99 VALUE 1000.00.
       01 WS-HOLD-LIMIT                pic 9(9)V99.
       01 WS-HOLD-VALUE                pic 9(9)V99.
       01 WS-HOLD-VARIANCE             pic S9(6).
       01 WS-HOLD-COST-DIFF            pic S9(4)V99.
       01 WS-HOLD-BOOK-QT              pic 9(5).
       01 WS-HOLD-BOOK-COST            pic 9(4)V99.
       01 WS-HOLD-SWITCH               pic X VALUE "N".
           88 HOLD-REQUIRED                  VALUE "Y".
       01 WS-HOLD-EOF-SWITCH           pic X VALUE "N".
           88 HOLD-EOF                       VALUE "Y".
       01 WS-SAVE-TRANS-REC            pic X(64).
       01 WS-HOLD-RUN-DATE             pic 9(8).
       01 WS-HOLD-AGE                  pic 9(5).
       01 WS-HOLD-RUN-INTEGER          pic 9(7).
       01 WS-HOLD-DATE-INTEGER         pic 9(7).
       01 WS-HOLD-REJECT-MARK          pic 9(6).

       01 WS-PH-TABLE.
           05 WS-PH-ENTRY OCCURS 2000 TIMES.
               10 WS-PH-TRANS.
                   15 WS-PH-DATE       pic 9(8).
                   15 WS-PH-KEY        pic X(6).
                   15 WS-PH-QT         pic 9(5).
                   15 WS-PH-ACTION     pic X.
                   15 FILLER           pic X(27).
                   15 WS-PH-UNIT-COST  pic 9(4)V99.
                   15 WS-PH-REF        pic X(11).
               10 WS-PH-HOLD-DATE      pic 9(8).
               10 WS-PH-HOLD-VALUE     pic 9(9)V99.
               10 WS-PH-BOOK-QT        pic 9(5).
               10 WS-PH-BOOK-COST      pic 9(4)V99.
               10 WS-PH-STATUS         pic X.
               10 WS-PH-APPROVER       pic X(8).
       01 WS-PH-ENTRY-CT               pic 9(4) VALUE ZERO.
       01 WS-PH-MAX                    pic 9(4) VALUE 2000.
       01 WS-PH-SUB                    pic 9(4) COMP.
       01 WS-PH-FOUND-SUB              pic 9(4) COMP.

       01 WS-HOLD-CT                   pic 9(6) VALUE ZERO.
       01 WS-HOLD-APPROVED-CT          pic 9(6) VALUE ZERO.
       01 WS-HOLD-RELEASE-CT           pic 9(6) VALUE ZERO.
       01 WS-HOLD-DECLINE-CT           pic 9(6) VALUE ZERO.
       01 WS-HOLD-UNPOSTED-CT          pic 9(6) VALUE ZERO.
       01 WS-HOLD-WAITING-CT           pic 9(6) VALUE ZERO.
       01 WS-APPROVAL-READ-CT          pic 9(6) VALUE ZERO.
       01 WS-APPROVAL-UNMATCHED-CT     pic 9(6) VALUE ZERO.
       01 WS-AGE-WEEK-CT               pic 9(6) VALUE ZERO.
       01 WS-AGE-MONTH-CT              pic 9(6) VALUE ZERO.
       01 WS-AGE-OLD-CT                pic 9(6) VALUE ZERO.
       01 WS-AGE-WEEK-VALUE            pic 9(11)V99 VALUE ZERO.
       01 WS-AGE-MONTH-VALUE           pic 9(11)V99 VALUE ZERO.
       01 WS-AGE-OLD-VALUE             pic 9(11)V99 VALUE ZERO.

       01 WS-HQ-HEADING-1.
           05 FILLER                   pic X(33) VALUE
               "PENDING APPROVAL AGING REPORT -- ".
           05 WQ1-RUN-DATE             pic X(10).

       01 WS-HQ-HEADING-2.
           05 FILLER                   pic X(13) VALUE "REFERENCE".
           05 FILLER                   pic X(10) VALUE "LOC/PROD".
           05 FILLER                   pic X(4)  VALUE "ACT".
           05 FILLER                   pic X(7)  VALUE "  QTY".
           05 FILLER                   pic X(9)  VALUE "NEW CST".
           05 FILLER                   pic X(7)  VALUE " BOOK".
           05 FILLER                   pic X(9)  VALUE "BOOK CST".
           05 FILLER                   pic X(16) VALUE "    HOLD VALUE".
           05 FILLER                   pic X(12) VALUE "HELD ON".
           05 FILLER                   pic X(7)  VALUE "  AGE".
           05 FILLER                   pic X(12) VALUE "STATUS".
           05 FILLER                   pic X(8)  VALUE "APPROVER".

       01 WS-HQ-DETAIL-LINE.
           05 WQ-REF                   pic X(11).
           05 FILLER                   pic X(2).
           05 WQ-KEY                   pic X(6).
           05 FILLER                   pic X(4).
           05 WQ-ACTION                pic X.
           05 FILLER                   pic X(3).
           05 WQ-QT                    pic ZZZZ9.
           05 FILLER                   pic X(2).
           05 WQ-NEW-COST              pic ZZZ9.99.
           05 FILLER                   pic X(2).
           05 WQ-BOOK-QT               pic ZZZZ9.
           05 FILLER                   pic X(2).
           05 WQ-BOOK-COST             pic ZZZ9.99.
           05 FILLER                   pic X(2).
           05 WQ-HOLD-VALUE            pic ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   pic X(2).
           05 WQ-HOLD-DATE             pic X(10).
           05 FILLER                   pic X(2).
           05 WQ-AGE                   pic ZZZZ9.
           05 FILLER                   pic X(2).
           05 WQ-STATUS                pic X(10).
           05 FILLER                   pic X(2).
           05 WQ-APPROVER              pic X(8).

       01 WS-HQ-AGE-LINE.
           05 WQ-AGE-LABEL             pic X(25).
           05 WQ-AGE-COUNT             pic ZZZZZ9.
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 WQ-AGE-VALUE             pic ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-HQ-TOTAL-LINE.
           05 WQ-TOTAL-LABEL           pic X(25).
           05 WQ-TOTAL-COUNT           pic ZZZZZ9.

       01 WS-CV-VARIANCE               pic S9(6) VALUE ZERO.
       01 WS-CV-ABS-VARIANCE           pic 9(6) VALUE ZERO.
       01 WS-CV-VAR-VALUE              pic S9(9)V99 VALUE ZERO.
       procedure division.

       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           move 1 to WS-ARG-NUM
           perform 106-SCAN-FORCE-ARG until WS-ARG-NUM > 6
               end-if
           end-if.

           perform 990-WRITE-RUN-LOG
           stop run.

       130-BATCH-UPDATE.
           perform 108-CHECK-POSTING-REGISTER
           perform 760-LOAD-POSTED-REFS
           perform 165-LOAD-HOLDS
           perform 140-PLAN-BUILDS
           perform 110-OPEN-FILES
           perform 112-LOAD-BACKORDERS

           perform 120-SET-RUN-DATE
           perform 175-CONTROL-KEY
           perform 200-COMPARE UNTIL TRANS-EOF AND MASTER-EOF
           perform 690-FINISH-HOLDS

           perform 930-REWRITE-BACKORDERS
           perform 940-WRITE-BO-REPORT
           perform 975-REWRITE-PENDING
           perform 980-WRITE-HOLD-REPORT
           perform 950-CONTROL-TOTALS
           perform 970-WRITE-POSTING-REGISTER

                   WS-TRANS-FILENAME
               display "PROGRAM1: ALREADY POSTED PER REGISTER -- "
                   "RUN REFUSED (USE FORCE TO OVERRIDE)"
               move "ALREADY POSTED PER REGISTER" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           if ALREADY-POSTED and FORCE-REQUESTED
           end-if.

       810-MAINT-MODE.
           perform 760-LOAD-POSTED-REFS
           perform 132-LOAD-BOM
           perform 165-LOAD-HOLDS
           open input TRANS-FILE
           open i-o MASTER-IDX-FILE
           open extend EXCEPTION-FILE, AUDIT-FILE, REJECT-FILE,
           move spaces to COUNTVAR-REC
           write COUNTVAR-REC
           write COUNTVAR-REC from WS-CV-HEADING-2
           if WS-HOLD-APPROVED-CT > ZERO
               perform 884-MAINT-RELEASE-HOLDS
                   varying WS-PH-SUB from 1 by 1
                   until WS-PH-SUB > WS-PH-ENTRY-CT
           end-if
           perform 820-MAINT-ONE-TRANS until TRANS-EOF
           perform 690-FINISH-HOLDS
           close TRANS-FILE
               MASTER-IDX-FILE
               EXCEPTION-FILE
               COUNTVAR-FILE
           perform 930-REWRITE-BACKORDERS
           perform 940-WRITE-BO-REPORT
           perform 975-REWRITE-PENDING
           perform 980-WRITE-HOLD-REPORT
           perform 890-MAINT-TOTALS.

       820-MAINT-ONE-TRANS.
               not invalid key move "Y" to WS-IDX-FOUND-SWITCH
           end-read

           perform 880-MAINT-CHECK-HOLD
           if HOLD-REQUIRED
               perform 675-HOLD-TRANSACTION
           ELSE
               perform 825-MAINT-DISPATCH
           END-IF

           perform 150-READ-TRANS.

       825-MAINT-DISPATCH.
           if T-ACTION = "A"
               perform 830-MAINT-ADD
           ELSE
                                   if T-ACTION = "D"
                                       perform 860-MAINT-DELETE
                                   ELSE
                                       perform 826-MAINT-OTHER-ACTION
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       826-MAINT-OTHER-ACTION.
           if T-ACTION = "V"
               perform 862-MAINT-VOID
           ELSE
               if T-ACTION = "B"
                   perform 875-MAINT-BUILD
               ELSE
                   move "INVALID ACTION" to WS-EXCEPTION-REASON
                   perform 450-LOG-EXCEPTION
               END-IF
           END-IF.

       830-MAINT-ADD.
           if IDX-RECORD-FOUND
               perform 450-LOG-EXCEPTION
           end-if.

       862-MAINT-VOID.
           if IDX-RECORD-FOUND
               perform 630-CHECK-VOID
               if WS-EXCEPTION-REASON = spaces
                   COMPUTE WS-VOID-NEW-QT = IM-QT - WS-VOID-NET-QT
                   if WS-VOID-NEW-QT < ZERO
                       move "VOID EXCEEDS QTY" to WS-EXCEPTION-REASON
                   end-if
               end-if
               if WS-EXCEPTION-REASON = spaces
                   move IM-QT to WS-AUDIT-OLD-QT
                   move IM-UNIT-COST to WS-AUDIT-OLD-COST
                   move WS-VOID-NEW-QT to IM-QT
                   move IM-UNIT-COST to WS-VOID-COST
                   perform 640-BACK-OUT-RECEIPT-COST
                   move WS-VOID-COST to IM-UNIT-COST
                   move IM-UNIT-COST to WS-AUDIT-NEW-COST
                   move IM-QT to WS-AUDIT-NEW-QT
                   perform 645-CANCEL-VOID-BACKORDERS
                   perform 660-WRITE-VOID-AUDIT
                   rewrite IDX-MASTER-REC
                   add 1 to WS-VOID-CT
               else
                   perform 450-LOG-EXCEPTION
               end-if
           else
               move "NOT ON MASTER" to WS-EXCEPTION-REASON
               perform 450-LOG-EXCEPTION
           end-if.

       845-MAINT-LOG-REJECT.
           move T-DATE to REJ-DATE
           move T-LOC to REJ-LOC
           move T-ACTION to REJ-ACTION
           move T-QT to REJ-REQ-QT
           move IM-QT to REJ-ON-HAND-QT
           move T-REF to REJ-REF
           write REJECT-REC
           add 1 to WS-REJECTED-CT.

           move WS-AUDIT-OLD-QT to AUD-OLD-QT
           move T-QT to AUD-TRANS-QT
           move WS-AUDIT-NEW-QT to AUD-NEW-QT
           if T-ACTION = "R" or T-ACTION = "B"
               if T-UNIT-COST > ZERO or T-ACTION = "B"
                   move T-UNIT-COST to AUD-UNIT-COST
               else
                   move IM-UNIT-COST to AUD-UNIT-COST
                   COMPUTE AUD-MOVE-VALUE = T-QT * AUD-UNIT-COST
               end-if
           end-if
           move T-REF to AUD-REF
           move spaces to AUD-ORIG-REF
           move space to AUD-ORIG-ACTION
           write AUDIT-REC
           perform 780-RECORD-POSTING.

       867-WRITE-BO-MAINT-AUDIT.
           move T-DATE to AUD-DATE
           move IM-UNIT-COST to AUD-OLD-COST
           move IM-UNIT-COST to AUD-NEW-COST
           COMPUTE AUD-MOVE-VALUE = WS-BO-AUD-QT * IM-UNIT-COST
           move WS-BO-AUD-REF to AUD-REF
           move spaces to AUD-ORIG-REF
           move space to AUD-ORIG-ACTION
           write AUDIT-REC
           perform 780-RECORD-POSTING.

       868-MAINT-BACKORDER.
           if WS-BO-ENTRY-CT >= WS-BO-MAX
                   move ZERO to IM-QT
                   move IM-QT to WS-AUDIT-NEW-QT
                   move WS-BO-FILL-QT to WS-BO-AUD-QT
                   move T-REF to WS-BO-AUD-REF
                   perform 867-WRITE-BO-MAINT-AUDIT
                   rewrite IDX-MASTER-REC
                   add 1 to WS-UPDATE-CT
                   WS-BT-REMAIN-QT(WS-BO-ENTRY-CT)
               move WS-BO-FILL-QT to
                   WS-BT-FILLED-QT(WS-BO-ENTRY-CT)
               move T-REF to WS-BT-REF(WS-BO-ENTRY-CT)
               move "N" to WS-BT-VOID-SW(WS-BO-ENTRY-CT)
               add 1 to WS-BO-NEW-CT
           end-if.

               move IM-QT to WS-AUDIT-OLD-QT
               COMPUTE IM-QT = IM-QT - WS-BO-AUD-QT
               move IM-QT to WS-AUDIT-NEW-QT
               move WS-BT-REF(WS-BO-SUB) to WS-BO-AUD-REF
               perform 867-WRITE-BO-MAINT-AUDIT
               subtract WS-BO-AUD-QT from
                   WS-BT-REMAIN-QT(WS-BO-SUB)
               add 1 to WS-UPDATE-CT
           end-if.

      *    A build checks every component before it touches any of
      *    them, then relieves each one and receives the kit at the
      *    sum of the component costs.
       875-MAINT-BUILD.
           move spaces to WS-EXCEPTION-REASON
           move ZERO to WS-KB-COST-TOTAL
           move ZERO to WS-BOM-LINE-CT
           if IDX-RECORD-FOUND
               perform 876-MAINT-CHECK-COMPONENT
                   varying WS-BOM-SUB from 1 by 1
                   until WS-BOM-SUB > WS-BOM-ENTRY-CT
               if WS-EXCEPTION-REASON = spaces
                   and WS-BOM-LINE-CT = ZERO
                   move "NO BILL OF MATL" to WS-EXCEPTION-REASON
               end-if
               if WS-EXCEPTION-REASON = spaces
                   and WS-KB-COST-TOTAL > 9999.99
                   move "KIT COST TOO HIGH" to WS-EXCEPTION-REASON
               end-if
           else
               move "NOT ON MASTER" to WS-EXCEPTION-REASON
           end-if
           if WS-EXCEPTION-REASON = spaces
               perform 877-MAINT-RELIEVE-COMPONENT
                   varying WS-BOM-SUB from 1 by 1
                   until WS-BOM-SUB > WS-BOM-ENTRY-CT
               move T-KEY to IM-KEY
               read MASTER-IDX-FILE
                   invalid key continue
               end-read
               move WS-KB-COST-TOTAL to T-UNIT-COST
               move IM-QT to WS-AUDIT-OLD-QT
               move IM-UNIT-COST to WS-AUDIT-OLD-COST
               COMPUTE IM-QT = IM-QT + T-QT
               if IM-QT > ZERO
                   COMPUTE IM-UNIT-COST ROUNDED =
                       ((WS-AUDIT-OLD-QT * WS-AUDIT-OLD-COST)
                       + (T-QT * T-UNIT-COST)) / IM-QT
               end-if
               move IM-UNIT-COST to WS-AUDIT-NEW-COST
               move IM-QT to WS-AUDIT-NEW-QT
               perform 865-WRITE-MAINT-AUDIT
               perform 870-MAINT-RELEASE-BACKORDERS
               rewrite IDX-MASTER-REC
               add 1 to WS-BUILD-CT
           else
               perform 450-LOG-EXCEPTION
               add 1 to WS-BUILD-REJECT-CT
           end-if.

       876-MAINT-CHECK-COMPONENT.
           if WS-BM-KIT-PROD-ID(WS-BOM-SUB) = T-PROD-ID
               and WS-EXCEPTION-REASON = spaces
               add 1 to WS-BOM-LINE-CT
               move T-LOC to IM-LOC
               move WS-BM-COMP-PROD-ID(WS-BOM-SUB) to IM-PROD-ID
               read MASTER-IDX-FILE
                   invalid key
                       move "NO COMPONENT REC" to WS-EXCEPTION-REASON
                   not invalid key
                       COMPUTE WS-KB-NEED-QT =
                           WS-BM-QTY-PER(WS-BOM-SUB) * T-QT
                       if WS-KB-NEED-QT > IM-QT
                           move "COMPONENT SHORT" to
                               WS-EXCEPTION-REASON
                       end-if
                       COMPUTE WS-KB-COST-TOTAL = WS-KB-COST-TOTAL
                           + (WS-BM-QTY-PER(WS-BOM-SUB)
                           * IM-UNIT-COST)
               end-read
           end-if.

       877-MAINT-RELIEVE-COMPONENT.
           if WS-BM-KIT-PROD-ID(WS-BOM-SUB) = T-PROD-ID
               move T-LOC to IM-LOC
               move WS-BM-COMP-PROD-ID(WS-BOM-SUB) to IM-PROD-ID
               read MASTER-IDX-FILE
                   invalid key continue
               end-read
               COMPUTE WS-BA-QT = WS-BM-QTY-PER(WS-BOM-SUB) * T-QT
               move IM-QT to WS-AUDIT-OLD-QT
               COMPUTE IM-QT = IM-QT - WS-BA-QT
               move IM-QT to WS-AUDIT-NEW-QT
               move T-DATE to WS-BA-DATE
               move IM-KEY to WS-BA-KEY
               move IM-UNIT-COST to WS-BA-UNIT-COST
               move T-REF to WS-BA-REF
               perform 657-WRITE-BUILD-AUDIT
               rewrite IDX-MASTER-REC
               add 1 to WS-RELIEF-CT
           end-if.

       880-MAINT-CHECK-HOLD.
           move "N" to WS-HOLD-SWITCH
           if IDX-RECORD-FOUND
               and (T-ACTION = "K" or T-ACTION = "C"
                   or T-ACTION = "D")
               move IM-QT to WS-HOLD-BOOK-QT
               move IM-UNIT-COST to WS-HOLD-BOOK-COST
               perform 672-VALUE-HOLD
           end-if.

       884-MAINT-RELEASE-HOLDS.
           if WS-PH-STATUS(WS-PH-SUB) = "A"
               perform 682-LOAD-HELD-TRANS
               move "N" to WS-IDX-FOUND-SWITCH
               move T-KEY to IM-KEY
               read MASTER-IDX-FILE
                   invalid key continue
                   not invalid key move "Y" to WS-IDX-FOUND-SWITCH
               end-read
               if T-ACTION = "C"
                   perform 855-MAINT-COST
               else
                   if T-ACTION = "K"
                       perform 857-MAINT-COUNT
                   else
                       perform 860-MAINT-DELETE
                   end-if
               end-if
               perform 684-END-HELD-TRANS
           end-if.

       890-MAINT-TOTALS.
           display "===== PROGRAM1 MAINT TOTALS ====="
           display "TRANS RECORDS READ     : " WS-TRANS-READ-CT
           display "BACKORDER RELEASES     : " WS-BO-RELEASE-CT
           display "BACKORDERS STILL OPEN  : " WS-BO-OPEN-CT
           display "DELETES APPLIED        : " WS-DELETE-CT
           display "VOIDS APPLIED          : " WS-VOID-CT
           display "BACKORDERS VOIDED      : " WS-BO-VOID-CT
           display "KIT BUILDS APPLIED     : " WS-BUILD-CT
           display "KIT BUILDS REJECTED    : " WS-BUILD-REJECT-CT
           display "COMPONENT RELIEFS      : " WS-RELIEF-CT
           display "HOLDS TAKEN            : " WS-HOLD-CT
           display "HOLDS RELEASED         : " WS-HOLD-RELEASE-CT
           display "HOLDS DECLINED         : " WS-HOLD-DECLINE-CT
           display "HOLDS STILL WAITING    : " WS-HOLD-WAITING-CT
           display "TRANSACTIONS REJECTED  : " WS-REJECTED-CT
           display "=================================".

           close CHECKPOINT-FILE.

       110-OPEN-FILES.
           perform 111-COUNT-PRIOR-OUTPUT
           open input MASTER-FILE, TRANS-FILE
           if RESTART-REQUESTED
               open extend REPORT-FILE
           move ZERO to WS-LISTING-PAGE-NUM
           move 99 to WS-LISTING-LINE-CT.

      *    A restarted or chained run adds to output already written,
      *    so the records already there are counted first; the run
      *    log reports each file's full content for the next step.
       111-COUNT-PRIOR-OUTPUT.
           if RESTART-REQUESTED or CHAIN-REQUESTED
               move "N" to WS-PRIOR-EOF-SWITCH
               open input REORDER-FILE
               perform 116-READ-PRIOR-REORDER until PRIOR-EOF
               close REORDER-FILE
           end-if
           if RESTART-REQUESTED
               move "N" to WS-PRIOR-EOF-SWITCH
               open input REPORT-FILE
               perform 117-READ-PRIOR-MASTER until PRIOR-EOF
               close REPORT-FILE
           end-if.

       116-READ-PRIOR-REORDER.
           read REORDER-FILE
               at end move "Y" to WS-PRIOR-EOF-SWITCH
               not at end add 1 to WS-REORDER-PRIOR-CT
           end-read.

       117-READ-PRIOR-MASTER.
           read REPORT-FILE
               at end move "Y" to WS-PRIOR-EOF-SWITCH
               not at end add 1 to WS-MASTER-PRIOR-CT
           end-read.

       112-LOAD-BACKORDERS.
           move "N" to WS-BO-EOF-SWITCH
           open input BACKORDER-FILE
           if WS-BO-ENTRY-CT >= WS-BO-MAX
               display "PROGRAM1: BACKORDER TABLE FULL -- "
                   "RECORD FOR " BO-KEY " NOT LOADED, RUN ABORTED"
               move "BACKORDER TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           add 1 to WS-BO-ENTRY-CT
           move BO-REQ-QT to WS-BT-REQ-QT(WS-BO-ENTRY-CT)
           move BO-REMAIN-QT to WS-BT-REMAIN-QT(WS-BO-ENTRY-CT)
           move ZERO to WS-BT-FILLED-QT(WS-BO-ENTRY-CT)
           move BO-REF to WS-BT-REF(WS-BO-ENTRY-CT)
           move "N" to WS-BT-VOID-SW(WS-BO-ENTRY-CT)
           perform 113-READ-BACKORDER.

       132-LOAD-BOM.
           move "N" to WS-BOM-EOF-SWITCH
           open input BOM-FILE
           perform 133-READ-BOM
           perform 134-POST-BOM-ENTRY until BOM-EOF
           close BOM-FILE.

       133-READ-BOM.
           read BOM-FILE
               at end move "Y" to WS-BOM-EOF-SWITCH
           end-read.

       134-POST-BOM-ENTRY.
           if WS-BOM-ENTRY-CT >= WS-BOM-MAX
               display "PROGRAM1: BILL OF MATERIALS TABLE FULL -- "
                   "KIT " BM-KIT-PROD-ID " NOT LOADED, RUN ABORTED"
               move "BILL OF MATERIALS TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           if BM-QTY-PER not numeric
               or BOM-REC(1:8) not > WS-BOM-PRIOR-KEY
               display "PROGRAM1: BILL OF MATERIALS LINE "
                   BOM-REC(1:8) " INVALID OR OUT OF SEQUENCE -- "
                   "RUN ABORTED"
               move "BILL OF MATERIALS LINE INVALID" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move BOM-REC(1:8) to WS-BOM-PRIOR-KEY
           add 1 to WS-BOM-ENTRY-CT
           move BM-KIT-PROD-ID to WS-BM-KIT-PROD-ID(WS-BOM-ENTRY-CT)
           move BM-COMP-PROD-ID to WS-BM-COMP-PROD-ID(WS-BOM-ENTRY-CT)
           move BM-QTY-PER to WS-BM-QTY-PER(WS-BOM-ENTRY-CT)
           perform 133-READ-BOM.

      *    Before the merge, gather the kit builds from the
      *    transaction file, read the master once for the quantity
      *    and cost of every kit and component involved, and accept
      *    or reject each build in file order.  Builds draw on the
      *    start-of-run quantities, each after the ones before it.
       140-PLAN-BUILDS.
           move "N" to WS-KB-EOF-SWITCH
           open input TRANS-FILE
           perform 141-READ-BUILD-TRANS
           perform 142-POST-BUILD-TRANS until KB-EOF
           close TRANS-FILE
           if WS-KB-ENTRY-CT > ZERO
               perform 146-MARK-APPROVED-DELETE
                   varying WS-PH-SUB from 1 by 1
                   until WS-PH-SUB > WS-PH-ENTRY-CT
               perform 132-LOAD-BOM
               perform 144-REGISTER-BUILD-ITEMS
                   varying WS-KB-SUB from 1 by 1
                   until WS-KB-SUB > WS-KB-ENTRY-CT
               move "N" to WS-KB-EOF-SWITCH
               open input MASTER-FILE
               perform 147-READ-BUILD-MASTER
               perform 148-POST-BUILD-MASTER until KB-EOF
               close MASTER-FILE
               perform 160-EVALUATE-BUILD
                   varying WS-KB-SUB from 1 by 1
                   until WS-KB-SUB > WS-KB-ENTRY-CT
           end-if.

       141-READ-BUILD-TRANS.
           read TRANS-FILE
               at end move "Y" to WS-KB-EOF-SWITCH
           end-read.

      *    A kit that is deleted in the same run cannot take a build.
       142-POST-BUILD-TRANS.
           if T-ACTION = "D"
               move T-KEY to WS-KB-LAST-DELETE-KEY
               perform 143-MARK-KIT-DELETED
                   varying WS-KB-SUB from 1 by 1
                   until WS-KB-SUB > WS-KB-ENTRY-CT
           end-if
           if T-ACTION = "B"
               if WS-KB-ENTRY-CT >= WS-KB-MAX
                   display "PROGRAM1: KIT BUILD TABLE FULL AT "
                       T-KEY " -- RUN ABORTED"
                   move "KIT BUILD TABLE FULL" to WS-RUNLOG-REASON
                   move 12 to RETURN-CODE
                   perform 990-WRITE-RUN-LOG
                   stop run
               end-if
               add 1 to WS-KB-ENTRY-CT
               move T-REF to WS-KB-REF(WS-KB-ENTRY-CT)
               move T-KEY to WS-KB-KIT-KEY(WS-KB-ENTRY-CT)
               move T-DATE to WS-KB-DATE(WS-KB-ENTRY-CT)
               move T-QT to WS-KB-QT(WS-KB-ENTRY-CT)
               move ZERO to WS-KB-UNIT-COST(WS-KB-ENTRY-CT)
               move spaces to WS-KB-REASON(WS-KB-ENTRY-CT)
               if T-KEY = WS-KB-LAST-DELETE-KEY
                   move "KIT DELETED" to WS-KB-REASON(WS-KB-ENTRY-CT)
               end-if
           end-if
           perform 141-READ-BUILD-TRANS.

       143-MARK-KIT-DELETED.
           if WS-KB-KIT-KEY(WS-KB-SUB) = T-KEY
               move "KIT DELETED" to WS-KB-REASON(WS-KB-SUB)
           end-if.

       144-REGISTER-BUILD-ITEMS.
           move WS-KB-KIT-KEY(WS-KB-SUB) to WS-BI-LOOKUP-KEY
           perform 790-FIND-BUILD-ITEM
           perform 145-REGISTER-COMPONENT
               varying WS-BOM-SUB from 1 by 1
               until WS-BOM-SUB > WS-BOM-ENTRY-CT.

       145-REGISTER-COMPONENT.
           if WS-BM-KIT-PROD-ID(WS-BOM-SUB) =
               WS-KB-KIT-PROD-ID(WS-KB-SUB)
               move WS-KB-KIT-LOC(WS-KB-SUB) to WS-BI-LOOKUP-KEY(1:2)
               move WS-BM-COMP-PROD-ID(WS-BOM-SUB) to
                   WS-BI-LOOKUP-KEY(3:4)
               perform 790-FIND-BUILD-ITEM
           end-if.

      *    An approved delete released this run removes the kit
      *    just as a delete in the transaction file does.
       146-MARK-APPROVED-DELETE.
           if WS-PH-STATUS(WS-PH-SUB) = "A"
               and WS-PH-ACTION(WS-PH-SUB) = "D"
               perform 149-MARK-KIT-RELEASED-DELETE
                   varying WS-KB-SUB from 1 by 1
                   until WS-KB-SUB > WS-KB-ENTRY-CT
           end-if.

       149-MARK-KIT-RELEASED-DELETE.
           if WS-KB-KIT-KEY(WS-KB-SUB) = WS-PH-KEY(WS-PH-SUB)
               move "KIT DELETED" to WS-KB-REASON(WS-KB-SUB)
           end-if.

       147-READ-BUILD-MASTER.
           read MASTER-FILE
               at end move "Y" to WS-KB-EOF-SWITCH
           end-read.

       148-POST-BUILD-MASTER.
           move M-KEY to WS-BI-LOOKUP-KEY
           perform 792-LOOKUP-BUILD-ITEM
           if WS-BI-FOUND-SUB > ZERO
               move "Y" to WS-BI-ON-MASTER(WS-BI-FOUND-SUB)
               move M-QT to WS-BI-ON-HAND-QT(WS-BI-FOUND-SUB)
               move M-UNIT-COST to WS-BI-UNIT-COST(WS-BI-FOUND-SUB)
           end-if
           perform 147-READ-BUILD-MASTER.

      *    The kit is costed at the sum of its components' costs; an
      *    accepted build commits its components so that later
      *    builds see only what is left.
       160-EVALUATE-BUILD.
           move ZERO to WS-KB-COST-TOTAL
           move ZERO to WS-BOM-LINE-CT
           if WS-KB-REASON(WS-KB-SUB) = spaces
               move WS-KB-KIT-KEY(WS-KB-SUB) to WS-BI-LOOKUP-KEY
               perform 792-LOOKUP-BUILD-ITEM
               if WS-BI-ON-MASTER(WS-BI-FOUND-SUB) not = "Y"
                   move "NOT ON MASTER" to WS-KB-REASON(WS-KB-SUB)
               else
                   perform 162-CHECK-COMPONENT
                       varying WS-BOM-SUB from 1 by 1
                       until WS-BOM-SUB > WS-BOM-ENTRY-CT
                   if WS-KB-REASON(WS-KB-SUB) = spaces
                       and WS-BOM-LINE-CT = ZERO
                       move "NO BILL OF MATL" to
                           WS-KB-REASON(WS-KB-SUB)
                   end-if
                   if WS-KB-REASON(WS-KB-SUB) = spaces
                       and WS-KB-COST-TOTAL > 9999.99
                       move "KIT COST TOO HIGH" to
                           WS-KB-REASON(WS-KB-SUB)
                   end-if
               end-if
           end-if
           if WS-KB-REASON(WS-KB-SUB) = spaces
               move WS-KB-COST-TOTAL to WS-KB-UNIT-COST(WS-KB-SUB)
               perform 164-COMMIT-COMPONENT
                   varying WS-BOM-SUB from 1 by 1
                   until WS-BOM-SUB > WS-BOM-ENTRY-CT
           end-if.

       162-CHECK-COMPONENT.
           if WS-BM-KIT-PROD-ID(WS-BOM-SUB) =
               WS-KB-KIT-PROD-ID(WS-KB-SUB)
               and WS-KB-REASON(WS-KB-SUB) = spaces
               add 1 to WS-BOM-LINE-CT
               move WS-KB-KIT-LOC(WS-KB-SUB) to WS-BI-LOOKUP-KEY(1:2)
               move WS-BM-COMP-PROD-ID(WS-BOM-SUB) to
                   WS-BI-LOOKUP-KEY(3:4)
               perform 792-LOOKUP-BUILD-ITEM
               if WS-BI-ON-MASTER(WS-BI-FOUND-SUB) not = "Y"
                   move "NO COMPONENT REC" to WS-KB-REASON(WS-KB-SUB)
               else
                   COMPUTE WS-KB-NEED-QT =
                       WS-BM-QTY-PER(WS-BOM-SUB) * WS-KB-QT(WS-KB-SUB)
                   COMPUTE WS-KB-AVAIL-QT =
                       WS-BI-ON-HAND-QT(WS-BI-FOUND-SUB)
                       - WS-BI-COMMIT-QT(WS-BI-FOUND-SUB)
                   if WS-KB-NEED-QT > WS-KB-AVAIL-QT
                       move "COMPONENT SHORT" to
                           WS-KB-REASON(WS-KB-SUB)
                   end-if
                   COMPUTE WS-KB-COST-TOTAL = WS-KB-COST-TOTAL
                       + (WS-BM-QTY-PER(WS-BOM-SUB)
                       * WS-BI-UNIT-COST(WS-BI-FOUND-SUB))
               end-if
           end-if.

       164-COMMIT-COMPONENT.
           if WS-BM-KIT-PROD-ID(WS-BOM-SUB) =
               WS-KB-KIT-PROD-ID(WS-KB-SUB)
               if WS-BR-ENTRY-CT >= WS-BR-MAX
                   display "PROGRAM1: COMPONENT RELIEF TABLE FULL AT "
                       WS-KB-KIT-KEY(WS-KB-SUB) " -- RUN ABORTED"
                   move "COMPONENT RELIEF TABLE FULL"
                       to WS-RUNLOG-REASON
                   move 12 to RETURN-CODE
                   perform 990-WRITE-RUN-LOG
                   stop run
               end-if
               move WS-KB-KIT-LOC(WS-KB-SUB) to WS-BI-LOOKUP-KEY(1:2)
               move WS-BM-COMP-PROD-ID(WS-BOM-SUB) to
                   WS-BI-LOOKUP-KEY(3:4)
               perform 792-LOOKUP-BUILD-ITEM
               COMPUTE WS-KB-NEED-QT =
                   WS-BM-QTY-PER(WS-BOM-SUB) * WS-KB-QT(WS-KB-SUB)
               add WS-KB-NEED-QT to WS-BI-COMMIT-QT(WS-BI-FOUND-SUB)
               add 1 to WS-BR-ENTRY-CT
               move WS-BI-LOOKUP-KEY to WS-BR-KEY(WS-BR-ENTRY-CT)
               move WS-KB-SUB to WS-BR-BUILD-SUB(WS-BR-ENTRY-CT)
               move WS-KB-NEED-QT to WS-BR-QT(WS-BR-ENTRY-CT)
           end-if.

      *    Load the hold limits, the transactions still waiting for
      *    approval, and the supervisors' decisions on them.  Holds
      *    taken by this run are also kept in PENDWORK.TXT as they
      *    are taken, so a restart recovers those the failed run
      *    took up to its checkpoint; the rest are taken again as
      *    their transactions are reprocessed.
       165-LOAD-HOLDS.
           move "N" to WS-HOLD-EOF-SWITCH
           open input HOLDLIMIT-FILE
           perform 166-READ-HOLD-LIMIT
           perform 167-POST-HOLD-LIMIT until HOLD-EOF
           close HOLDLIMIT-FILE
           move "N" to WS-HOLD-EOF-SWITCH
           open input PENDING-FILE
           perform 168-READ-PENDING
           perform 169-POST-PENDING until HOLD-EOF
           close PENDING-FILE
           move "N" to WS-HOLD-EOF-SWITCH
           open input APPROVAL-FILE
           perform 170-READ-APPROVAL
           perform 171-POST-APPROVAL until HOLD-EOF
           close APPROVAL-FILE
           move "N" to WS-HOLD-EOF-SWITCH
           if RESTART-REQUESTED
               open input PENDWORK-FILE
               perform 173-READ-PENDWORK
               perform 174-POST-PENDWORK until HOLD-EOF
               close PENDWORK-FILE
           end-if
           open output PENDWORK-FILE
           perform 176-WRITE-PENDWORK
               varying WS-PH-SUB from 1 by 1
               until WS-PH-SUB > WS-PH-ENTRY-CT
           close PENDWORK-FILE.

       166-READ-HOLD-LIMIT.
           read HOLDLIMIT-FILE
               at end move "Y" to WS-HOLD-EOF-SWITCH
           end-read.

       167-POST-HOLD-LIMIT.
           if HL-LIMIT not numeric
               or (HL-ACTION not = "K" and HL-ACTION not = "C"
                   and HL-ACTION not = "D")
               display "PROGRAM1: HOLD LIMIT " HOLDLIMIT-REC
                   " INVALID -- RUN ABORTED"
               move "HOLD LIMIT INVALID" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           if HL-ACTION = "K"
               move HL-LIMIT to WS-HOLD-LIMIT-K
           else
               if HL-ACTION = "C"
                   move HL-LIMIT to WS-HOLD-LIMIT-C
               else
                   move HL-LIMIT to WS-HOLD-LIMIT-D
               end-if
           end-if
           perform 166-READ-HOLD-LIMIT.

       168-READ-PENDING.
           read PENDING-FILE
               at end move "Y" to WS-HOLD-EOF-SWITCH
           end-read.

       169-POST-PENDING.
           if WS-PH-ENTRY-CT >= WS-PH-MAX
               display "PROGRAM1: PENDING APPROVAL TABLE FULL -- "
                   "RECORD FOR " PN-TRANS(9:6) " NOT LOADED, "
                   "RUN ABORTED"
               move "PENDING APPROVAL TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           add 1 to WS-PH-ENTRY-CT
           move PN-TRANS to WS-PH-TRANS(WS-PH-ENTRY-CT)
           move PN-HOLD-DATE to WS-PH-HOLD-DATE(WS-PH-ENTRY-CT)
           move PN-HOLD-VALUE to WS-PH-HOLD-VALUE(WS-PH-ENTRY-CT)
           move PN-BOOK-QT to WS-PH-BOOK-QT(WS-PH-ENTRY-CT)
           move PN-BOOK-COST to WS-PH-BOOK-COST(WS-PH-ENTRY-CT)
           move "W" to WS-PH-STATUS(WS-PH-ENTRY-CT)
           move spaces to WS-PH-APPROVER(WS-PH-ENTRY-CT)
           perform 168-READ-PENDING.

       170-READ-APPROVAL.
           read APPROVAL-FILE
               at end move "Y" to WS-HOLD-EOF-SWITCH
           end-read.

      *    A decision must name a waiting hold by reference and key,
      *    be A (approve) or D (decline), and carry the approver.
       171-POST-APPROVAL.
           add 1 to WS-APPROVAL-READ-CT
           move ZERO to WS-PH-FOUND-SUB
           perform 172-FIND-PENDING
               varying WS-PH-SUB from 1 by 1
               until WS-PH-SUB > WS-PH-ENTRY-CT
               or WS-PH-FOUND-SUB > ZERO
           if WS-PH-FOUND-SUB = ZERO
               or (AP-DECISION not = "A" and AP-DECISION not = "D")
               or AP-APPROVER = spaces
               display "PROGRAM1: APPROVAL " AP-REF " " AP-KEY
                   " " AP-DECISION " NOT MATCHED TO A WAITING HOLD"
                   " -- IGNORED"
               add 1 to WS-APPROVAL-UNMATCHED-CT
           else
               move AP-DECISION to WS-PH-STATUS(WS-PH-FOUND-SUB)
               move AP-APPROVER to WS-PH-APPROVER(WS-PH-FOUND-SUB)
               if AP-DECISION = "A"
                   add 1 to WS-HOLD-APPROVED-CT
               end-if
           end-if
           perform 170-READ-APPROVAL.

       172-FIND-PENDING.
           if WS-PH-REF(WS-PH-SUB) = AP-REF
               and WS-PH-KEY(WS-PH-SUB) = AP-KEY
               and WS-PH-STATUS(WS-PH-SUB) = "W"
               move WS-PH-SUB to WS-PH-FOUND-SUB
           end-if.

       173-READ-PENDWORK.
           read PENDWORK-FILE
               at end move "Y" to WS-HOLD-EOF-SWITCH
           end-read.

       174-POST-PENDWORK.
           if PW-KEY not > WS-RESTART-KEY
               if WS-PH-ENTRY-CT >= WS-PH-MAX
                   display "PROGRAM1: PENDING APPROVAL TABLE FULL -- "
                       "RUN ABORTED"
                   move "PENDING APPROVAL TABLE FULL"
                       to WS-RUNLOG-REASON
                   move 12 to RETURN-CODE
                   perform 990-WRITE-RUN-LOG
                   stop run
               end-if
               add 1 to WS-PH-ENTRY-CT
               move PW-TRANS to WS-PH-TRANS(WS-PH-ENTRY-CT)
               move PW-HOLD-DATE to WS-PH-HOLD-DATE(WS-PH-ENTRY-CT)
               move PW-HOLD-VALUE to WS-PH-HOLD-VALUE(WS-PH-ENTRY-CT)
               move PW-BOOK-QT to WS-PH-BOOK-QT(WS-PH-ENTRY-CT)
               move PW-BOOK-COST to WS-PH-BOOK-COST(WS-PH-ENTRY-CT)
               move "N" to WS-PH-STATUS(WS-PH-ENTRY-CT)
               move spaces to WS-PH-APPROVER(WS-PH-ENTRY-CT)
               add 1 to WS-HOLD-CT
           end-if
           perform 173-READ-PENDWORK.

       176-WRITE-PENDWORK.
           if WS-PH-STATUS(WS-PH-SUB) = "N"
               move WS-PH-TRANS(WS-PH-SUB) to PW-TRANS
               move WS-PH-HOLD-DATE(WS-PH-SUB) to PW-HOLD-DATE
               move WS-PH-HOLD-VALUE(WS-PH-SUB) to PW-HOLD-VALUE
               move WS-PH-BOOK-QT(WS-PH-SUB) to PW-BOOK-QT
               move WS-PH-BOOK-COST(WS-PH-SUB) to PW-BOOK-COST
               write PENDWORK-REC
           end-if.

       118-READ-CALENDAR.
           open input CALENDAR-FILE
           read CALENDAR-FILE
           if M-KEY = WS-CONTROL-KEY
               move "Y" to WS-ALLOCATED-SWITCH
               perform 300-CREATE-NEW-MASTER
               perform 612-APPLY-BUILD-RELIEF
           ELSE
               move "N" to WS-ALLOCATED-SWITCH
           END-IF
           if WS-HOLD-APPROVED-CT > ZERO
               perform 680-RELEASE-HOLDS
                   varying WS-PH-SUB from 1 by 1
                   until WS-PH-SUB > WS-PH-ENTRY-CT
           end-if

           perform 400-PROCESS-TRANSACTION UNTIL
               WS-CONTROL-KEY NOT EQUAL TO T-KEY

       400-PROCESS-TRANSACTION.

           perform 670-CHECK-HOLD
           if HOLD-REQUIRED
               perform 675-HOLD-TRANSACTION
           ELSE
               perform 405-DISPATCH-ACTION
           END-IF

           perform 150-READ-TRANS.

       405-DISPATCH-ACTION.
           if T-ACTION = "A"
               perform 500-ADD-RECORD
           ELSE
                                           if T-ACTION = "D"
                                               perform 600-DELETE-RECORD
                                           ELSE
                                               perform
                                                   406-OTHER-ACTION
                                           END-IF
                                       END-IF
                                   END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       406-OTHER-ACTION.
           if T-ACTION = "V"
               perform 620-VOID-RECORD
           ELSE
               if T-ACTION = "B"
                   perform 610-BUILD-RECORD
               ELSE
                   move "INVALID ACTION" to WS-EXCEPTION-REASON
                   perform 450-LOG-EXCEPTION
               END-IF
           END-IF.


       500-ADD-RECORD.
           move T-ACTION to EX-ACTION
           move T-QT to EX-QT
           move WS-EXCEPTION-REASON to EX-REASON
           move T-REF to EX-REF
           write EXCEPTION-REC
           add 1 to WS-REJECTED-CT.

               perform 450-LOG-EXCEPTION
           end-if.

      *    The components were relieved at their own master records
      *    (612); here the kit is received at its rolled-up cost, or
      *    the build is logged with the reason it was refused.
       610-BUILD-RECORD.
           move ZERO to WS-KB-FOUND-SUB
           perform 616-FIND-BUILD
               varying WS-KB-SUB from 1 by 1
               until WS-KB-SUB > WS-KB-ENTRY-CT
               or WS-KB-FOUND-SUB > ZERO
           if WS-KB-FOUND-SUB = ZERO
               move "NO BILL OF MATL" to WS-EXCEPTION-REASON
           else
               move WS-KB-REASON(WS-KB-FOUND-SUB) to
                   WS-EXCEPTION-REASON
           end-if
           if WS-EXCEPTION-REASON = spaces
               and WS-ALLOCATED-SWITCH not = "Y"
               move "NOT ON MASTER" to WS-EXCEPTION-REASON
           end-if
           if WS-EXCEPTION-REASON = spaces
               move WS-KB-UNIT-COST(WS-KB-FOUND-SUB) to T-UNIT-COST
               move R-QT to WS-AUDIT-OLD-QT
               move R-UNIT-COST to WS-AUDIT-OLD-COST
               COMPUTE R-QT = R-QT + T-QT
               if R-QT > ZERO
                   COMPUTE R-UNIT-COST ROUNDED =
                       ((WS-AUDIT-OLD-QT * WS-AUDIT-OLD-COST)
                       + (T-QT * T-UNIT-COST)) / R-QT
               end-if
               move R-UNIT-COST to WS-AUDIT-NEW-COST
               move R-QT to WS-AUDIT-NEW-QT
               perform 650-WRITE-AUDIT-RECORD
               add 1 to WS-BUILD-CT
               perform 720-RELEASE-BACKORDERS
           else
               perform 450-LOG-EXCEPTION
               add 1 to WS-BUILD-REJECT-CT
           end-if.

       612-APPLY-BUILD-RELIEF.
           if WS-BR-ENTRY-CT > ZERO
               move R-KEY to WS-BI-LOOKUP-KEY
               perform 792-LOOKUP-BUILD-ITEM
               if WS-BI-FOUND-SUB > ZERO
                   if WS-BI-COMMIT-QT(WS-BI-FOUND-SUB) > ZERO
                       perform 614-RELIEVE-COMPONENT
                           varying WS-BR-SUB from 1 by 1
                           until WS-BR-SUB > WS-BR-ENTRY-CT
                   end-if
               end-if
           end-if.

       614-RELIEVE-COMPONENT.
           if WS-BR-KEY(WS-BR-SUB) = R-KEY
               move WS-BR-BUILD-SUB(WS-BR-SUB) to WS-KB-SUB
               move R-QT to WS-AUDIT-OLD-QT
               COMPUTE R-QT = R-QT - WS-BR-QT(WS-BR-SUB)
               move R-QT to WS-AUDIT-NEW-QT
               move WS-KB-DATE(WS-KB-SUB) to WS-BA-DATE
               move R-KEY to WS-BA-KEY
               move WS-BR-QT(WS-BR-SUB) to WS-BA-QT
               move R-UNIT-COST to WS-BA-UNIT-COST
               move WS-KB-REF(WS-KB-SUB) to WS-BA-REF
               perform 657-WRITE-BUILD-AUDIT
               add 1 to WS-RELIEF-CT
           end-if.

       616-FIND-BUILD.
           if WS-KB-REF(WS-KB-SUB) = T-REF
               and WS-KB-KIT-KEY(WS-KB-SUB) = T-KEY
               move WS-KB-SUB to WS-KB-FOUND-SUB
           end-if.

       620-VOID-RECORD.
           if WS-ALLOCATED-SWITCH = "Y"
               perform 630-CHECK-VOID
               if WS-EXCEPTION-REASON = spaces
                   COMPUTE WS-VOID-NEW-QT = R-QT - WS-VOID-NET-QT
                   if WS-VOID-NEW-QT < ZERO
                       move "VOID EXCEEDS QTY" to WS-EXCEPTION-REASON
                   end-if
               end-if
               if WS-EXCEPTION-REASON = spaces
                   move R-QT to WS-AUDIT-OLD-QT
                   move R-UNIT-COST to WS-AUDIT-OLD-COST
                   move WS-VOID-NEW-QT to R-QT
                   move R-UNIT-COST to WS-VOID-COST
                   perform 640-BACK-OUT-RECEIPT-COST
                   move WS-VOID-COST to R-UNIT-COST
                   move R-UNIT-COST to WS-AUDIT-NEW-COST
                   move R-QT to WS-AUDIT-NEW-QT
                   perform 645-CANCEL-VOID-BACKORDERS
                   perform 660-WRITE-VOID-AUDIT
                   add 1 to WS-VOID-CT
               else
                   perform 450-LOG-EXCEPTION
               end-if
           else
               move "NOT ON MASTER" to WS-EXCEPTION-REASON
               perform 450-LOG-EXCEPTION
           end-if.

      *    A void reverses the net quantity change its original made
      *    at this location/product.  Only quantity postings can be
      *    voided; an issue that went wholly to backorder has no
      *    posting, only the backorder it created.
       630-CHECK-VOID.
           move spaces to WS-EXCEPTION-REASON
           move ZERO to WS-VOID-NET-QT
           move T-DESC(1:11) to WS-VOID-ORIG-REF
           move WS-VOID-ORIG-REF to WS-RL-REF
           move T-KEY to WS-RL-PROD-KEY
           perform 772-LOOKUP-REF-ENTRY
           if WS-REF-FOUND-SUB > ZERO
               move WS-VT-ACTION(WS-REF-FOUND-SUB) to
                   WS-VOID-ORIG-ACTION
               if WS-VT-VOIDED(WS-REF-FOUND-SUB) = "Y"
                   move "ALREADY VOIDED" to WS-EXCEPTION-REASON
               else
                   if WS-VOID-ORIG-ACTION not = "U"
                       and WS-VOID-ORIG-ACTION not = "R"
                       and WS-VOID-ORIG-ACTION not = "K"
                       and WS-VOID-ORIG-ACTION not = "O"
                       and WS-VOID-ORIG-ACTION not = "I"
                       move "CANNOT VOID ACTN" to WS-EXCEPTION-REASON
                   else
                       move WS-VT-NET-QT(WS-REF-FOUND-SUB) to
                           WS-VOID-NET-QT
                   end-if
               end-if
           else
               move "N" to WS-VOID-BO-SWITCH
               perform 647-FIND-VOID-BACKORDER
                   varying WS-BO-SUB from 1 by 1
                   until WS-BO-SUB > WS-BO-ENTRY-CT
               if VOID-BACKORDER-FOUND
                   move "U" to WS-VOID-ORIG-ACTION
               else
                   move "ORIG NOT FOUND" to WS-EXCEPTION-REASON
               end-if
           end-if.

      *    The receipt's cost is restored outright when nothing has
      *    moved the average since; otherwise its value is taken back
      *    out of the average.
       640-BACK-OUT-RECEIPT-COST.
           if WS-VOID-ORIG-ACTION = "R" and WS-REF-FOUND-SUB > ZERO
               if WS-VOID-COST = WS-VT-NEW-COST(WS-REF-FOUND-SUB)
                   move WS-VT-OLD-COST(WS-REF-FOUND-SUB) to
                       WS-VOID-COST
               else
                   if WS-VOID-NEW-QT > ZERO
                       COMPUTE WS-VOID-VALUE =
                           (WS-AUDIT-OLD-QT * WS-VOID-COST)
                           - WS-VT-MOVE-VALUE(WS-REF-FOUND-SUB)
                       if WS-VOID-VALUE > ZERO
                           COMPUTE WS-VOID-COST ROUNDED =
                               WS-VOID-VALUE / WS-VOID-NEW-QT
                       end-if
                   end-if
               end-if
           end-if.

       645-CANCEL-VOID-BACKORDERS.
           if WS-VOID-ORIG-ACTION = "U"
               perform 646-CANCEL-ONE-BACKORDER
                   varying WS-BO-SUB from 1 by 1
                   until WS-BO-SUB > WS-BO-ENTRY-CT
           end-if.

       646-CANCEL-ONE-BACKORDER.
           if WS-BT-KEY(WS-BO-SUB) = T-KEY
               and WS-BT-REF(WS-BO-SUB) = WS-VOID-ORIG-REF
               and WS-BT-REMAIN-QT(WS-BO-SUB) > ZERO
               move ZERO to WS-BT-REMAIN-QT(WS-BO-SUB)
               move "Y" to WS-BT-VOID-SW(WS-BO-SUB)
               add 1 to WS-BO-VOID-CT
           end-if.

       647-FIND-VOID-BACKORDER.
           if WS-BT-KEY(WS-BO-SUB) = T-KEY
               and WS-BT-REF(WS-BO-SUB) = WS-VOID-ORIG-REF
               and WS-BT-REMAIN-QT(WS-BO-SUB) > ZERO
               move "Y" to WS-VOID-BO-SWITCH
           end-if.

       660-WRITE-VOID-AUDIT.
           move T-DATE to AUD-DATE
           move T-LOC to AUD-LOC
           move T-PROD-ID to AUD-PROD-ID
           move "V" to AUD-ACTION
           move WS-AUDIT-OLD-QT to AUD-OLD-QT
           if WS-VOID-NET-QT < ZERO
               COMPUTE AUD-TRANS-QT = ZERO - WS-VOID-NET-QT
           else
               move WS-VOID-NET-QT to AUD-TRANS-QT
           end-if
           move WS-AUDIT-NEW-QT to AUD-NEW-QT
           if WS-REF-FOUND-SUB > ZERO
               move WS-VT-UNIT-COST(WS-REF-FOUND-SUB) to AUD-UNIT-COST
               move WS-VT-MOVE-VALUE(WS-REF-FOUND-SUB) to
                   AUD-MOVE-VALUE
           else
               move WS-AUDIT-OLD-COST to AUD-UNIT-COST
               move ZERO to AUD-MOVE-VALUE
           end-if
           move WS-AUDIT-OLD-COST to AUD-OLD-COST
           move WS-AUDIT-NEW-COST to AUD-NEW-COST
           move T-REF to AUD-REF
           move WS-VOID-ORIG-REF to AUD-ORIG-REF
           move WS-VOID-ORIG-ACTION to AUD-ORIG-ACTION
           write AUDIT-REC
           perform 780-RECORD-POSTING.

       650-WRITE-AUDIT-RECORD.
           move T-DATE to AUD-DATE
           move T-LOC to AUD-LOC
           move WS-AUDIT-OLD-QT to AUD-OLD-QT
           move T-QT to AUD-TRANS-QT
           move WS-AUDIT-NEW-QT to AUD-NEW-QT
           if T-ACTION = "R" or T-ACTION = "B"
               if T-UNIT-COST > ZERO or T-ACTION = "B"
                   move T-UNIT-COST to AUD-UNIT-COST
               else
                   move R-UNIT-COST to AUD-UNIT-COST
                   COMPUTE AUD-MOVE-VALUE = T-QT * AUD-UNIT-COST
               end-if
           end-if
           move T-REF to AUD-REF
           move spaces to AUD-ORIG-REF
           move space to AUD-ORIG-ACTION
           write AUDIT-REC
           perform 780-RECORD-POSTING.

       655-WRITE-BO-AUDIT.
           move T-DATE to AUD-DATE
           move R-UNIT-COST to AUD-OLD-COST
           move R-UNIT-COST to AUD-NEW-COST
           COMPUTE AUD-MOVE-VALUE = WS-BO-AUD-QT * R-UNIT-COST
           move WS-BO-AUD-REF to AUD-REF
           move spaces to AUD-ORIG-REF
           move space to AUD-ORIG-ACTION
           write AUDIT-REC
           perform 780-RECORD-POSTING.

      *    One component movement of a kit build, carrying the
      *    build's reference so it ties to the kit receipt.
       657-WRITE-BUILD-AUDIT.
           move WS-BA-DATE to AUD-DATE
           move WS-BA-LOC to AUD-LOC
           move WS-BA-PROD-ID to AUD-PROD-ID
           move "B" to AUD-ACTION
           move WS-AUDIT-OLD-QT to AUD-OLD-QT
           move WS-BA-QT to AUD-TRANS-QT
           move WS-AUDIT-NEW-QT to AUD-NEW-QT
           move WS-BA-UNIT-COST to AUD-UNIT-COST
           move WS-BA-UNIT-COST to AUD-OLD-COST
           move WS-BA-UNIT-COST to AUD-NEW-COST
           COMPUTE AUD-MOVE-VALUE = WS-BA-QT * WS-BA-UNIT-COST
           move WS-BA-REF to AUD-REF
           move spaces to AUD-ORIG-REF
           move space to AUD-ORIG-ACTION
           write AUDIT-REC
           perform 780-RECORD-POSTING.

      *    A count, cost change or delete worth more than its
      *    action's limit is held for approval instead of posting.
      *    It is valued as 650 values its audit line: the count
      *    variance or the deleted quantity at book cost; a cost
      *    change, which writes no audit line, at the book quantity
      *    times the change in cost.
       670-CHECK-HOLD.
           move "N" to WS-HOLD-SWITCH
           if WS-ALLOCATED-SWITCH = "Y"
               and (T-ACTION = "K" or T-ACTION = "C"
                   or T-ACTION = "D")
               move R-QT to WS-HOLD-BOOK-QT
               move R-UNIT-COST to WS-HOLD-BOOK-COST
               perform 672-VALUE-HOLD
           end-if.

       672-VALUE-HOLD.
           if T-ACTION = "K"
               COMPUTE WS-HOLD-VARIANCE = T-QT - WS-HOLD-BOOK-QT
               if WS-HOLD-VARIANCE < ZERO
                   COMPUTE WS-HOLD-VARIANCE = ZERO - WS-HOLD-VARIANCE
               end-if
               COMPUTE WS-HOLD-VALUE =
                   WS-HOLD-VARIANCE * WS-HOLD-BOOK-COST
               move WS-HOLD-LIMIT-K to WS-HOLD-LIMIT
           else
               if T-ACTION = "C"
                   COMPUTE WS-HOLD-COST-DIFF =
                       T-UNIT-COST - WS-HOLD-BOOK-COST
                   if WS-HOLD-COST-DIFF < ZERO
                       COMPUTE WS-HOLD-COST-DIFF =
                           ZERO - WS-HOLD-COST-DIFF
                   end-if
                   COMPUTE WS-HOLD-VALUE =
                       WS-HOLD-BOOK-QT * WS-HOLD-COST-DIFF
                   move WS-HOLD-LIMIT-C to WS-HOLD-LIMIT
               else
                   COMPUTE WS-HOLD-VALUE =
                       WS-HOLD-BOOK-QT * WS-HOLD-BOOK-COST
                   move WS-HOLD-LIMIT-D to WS-HOLD-LIMIT
               end-if
           end-if
           if WS-HOLD-VALUE > WS-HOLD-LIMIT
               move "Y" to WS-HOLD-SWITCH
           end-if.

       675-HOLD-TRANSACTION.
           if WS-PH-ENTRY-CT >= WS-PH-MAX
               display "PROGRAM1: PENDING APPROVAL TABLE FULL AT "
                   T-KEY " -- RUN ABORTED"
               move "PENDING APPROVAL TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           add 1 to WS-PH-ENTRY-CT
           move TRANS-REC to WS-PH-TRANS(WS-PH-ENTRY-CT)
           move WS-RUN-DATE to WS-PH-HOLD-DATE(WS-PH-ENTRY-CT)
           move WS-HOLD-VALUE to WS-PH-HOLD-VALUE(WS-PH-ENTRY-CT)
           move WS-HOLD-BOOK-QT to WS-PH-BOOK-QT(WS-PH-ENTRY-CT)
           move WS-HOLD-BOOK-COST to WS-PH-BOOK-COST(WS-PH-ENTRY-CT)
           move "N" to WS-PH-STATUS(WS-PH-ENTRY-CT)
           move spaces to WS-PH-APPROVER(WS-PH-ENTRY-CT)
           add 1 to WS-HOLD-CT
           move TRANS-REC to PW-TRANS
           move WS-RUN-DATE to PW-HOLD-DATE
           move WS-HOLD-VALUE to PW-HOLD-VALUE
           move WS-HOLD-BOOK-QT to PW-BOOK-QT
           move WS-HOLD-BOOK-COST to PW-BOOK-COST
           open extend PENDWORK-FILE
           write PENDWORK-REC
           close PENDWORK-FILE.

      *    Approved holds post ahead of the day's transactions for
      *    their key, dated with the run date.
       680-RELEASE-HOLDS.
           if WS-PH-STATUS(WS-PH-SUB) = "A"
               and WS-PH-KEY(WS-PH-SUB) = WS-CONTROL-KEY
               perform 682-LOAD-HELD-TRANS
               if T-ACTION = "C"
                   perform 580-COST-CHANGE-RECORD
               else
                   if T-ACTION = "K"
                       perform 585-COUNT-RECORD
                   else
                       perform 600-DELETE-RECORD
                   end-if
               end-if
               perform 684-END-HELD-TRANS
           end-if.

       682-LOAD-HELD-TRANS.
           move TRANS-REC to WS-SAVE-TRANS-REC
           move WS-PH-TRANS(WS-PH-SUB) to TRANS-REC
           move WS-RUN-DATE to T-DATE
           move WS-REJECTED-CT to WS-HOLD-REJECT-MARK.

       684-END-HELD-TRANS.
           if WS-REJECTED-CT = WS-HOLD-REJECT-MARK
               move "P" to WS-PH-STATUS(WS-PH-SUB)
               add 1 to WS-HOLD-RELEASE-CT
           else
               move "X" to WS-PH-STATUS(WS-PH-SUB)
               add 1 to WS-HOLD-UNPOSTED-CT
           end-if
           move WS-SAVE-TRANS-REC to TRANS-REC.

      *    An approved hold whose key never came up has no master
      *    record (on a restart, keys up to the checkpoint were
      *    posted by the failed run); a declined hold is cancelled.
       690-FINISH-HOLDS.
           perform 692-FINISH-ONE-HOLD
               varying WS-PH-SUB from 1 by 1
               until WS-PH-SUB > WS-PH-ENTRY-CT.

       692-FINISH-ONE-HOLD.
           if WS-PH-STATUS(WS-PH-SUB) = "A"
               if RESTART-REQUESTED
                   and WS-PH-KEY(WS-PH-SUB) not > WS-RESTART-KEY
                   move "P" to WS-PH-STATUS(WS-PH-SUB)
               else
                   perform 682-LOAD-HELD-TRANS
                   move "NOT ON MASTER" to WS-EXCEPTION-REASON
                   perform 450-LOG-EXCEPTION
                   perform 684-END-HELD-TRANS
               end-if
           end-if
           if WS-PH-STATUS(WS-PH-SUB) = "D"
               move TRANS-REC to WS-SAVE-TRANS-REC
               move WS-PH-TRANS(WS-PH-SUB) to TRANS-REC
               move WS-RUN-DATE to T-DATE
               move "APPROVAL DECLINED" to WS-EXCEPTION-REASON
               perform 450-LOG-EXCEPTION
               move WS-SAVE-TRANS-REC to TRANS-REC
               add 1 to WS-HOLD-DECLINE-CT
           end-if.

       720-RELEASE-BACKORDERS.
           perform 725-RELEASE-ONE-BO
               move R-QT to WS-AUDIT-OLD-QT
               COMPUTE R-QT = R-QT - WS-BO-AUD-QT
               move R-QT to WS-AUDIT-NEW-QT
               move WS-BT-REF(WS-BO-SUB) to WS-BO-AUD-REF
               perform 655-WRITE-BO-AUDIT
               subtract WS-BO-AUD-QT from
                   WS-BT-REMAIN-QT(WS-BO-SUB)
                   move ZERO to R-QT
                   move R-QT to WS-AUDIT-NEW-QT
                   move WS-BO-FILL-QT to WS-BO-AUD-QT
                   move T-REF to WS-BO-AUD-REF
                   perform 655-WRITE-BO-AUDIT
                   add 1 to WS-UPDATE-CT
               end-if
           move T-QT to WS-BT-REQ-QT(WS-BO-ENTRY-CT)
           move WS-BO-SHORT-QT to WS-BT-REMAIN-QT(WS-BO-ENTRY-CT)
           move WS-BO-FILL-QT to WS-BT-FILLED-QT(WS-BO-ENTRY-CT)
           move T-REF to WS-BT-REF(WS-BO-ENTRY-CT)
           move "N" to WS-BT-VOID-SW(WS-BO-ENTRY-CT)
           add 1 to WS-BO-NEW-CT.

       710-TRANSFER-OUT-RECORD.
           move T-ACTION to REJ-ACTION
           move T-QT to REJ-REQ-QT
           move R-QT to REJ-ON-HAND-QT
           move T-REF to REJ-REF
           write REJECT-REC
           add 1 to WS-REJECTED-CT.

       760-LOAD-POSTED-REFS.
           move "Y" to WS-REF-LOAD-SWITCH
           move "N" to WS-REF-EOF-SWITCH
           open input AUDIT-FILE
           perform 762-READ-POSTED-AUDIT
           perform 764-POST-REF-ENTRY until REF-EOF
           close AUDIT-FILE
           move "N" to WS-REF-LOAD-SWITCH.

       762-READ-POSTED-AUDIT.
           read AUDIT-FILE
               at end move "Y" to WS-REF-EOF-SWITCH
           end-read.

       764-POST-REF-ENTRY.
           perform 780-RECORD-POSTING
           perform 762-READ-POSTED-AUDIT.

      *    The reference table is kept in sequence so the lookup can
      *    binary-search it; WS-BS-LO lands on the insertion point
      *    when the key is not present.
       770-FIND-REF-ENTRY.
           perform 772-LOOKUP-REF-ENTRY
           if WS-REF-FOUND-SUB = ZERO
               perform 776-NEW-REF-ENTRY
           end-if.

       772-LOOKUP-REF-ENTRY.
           move ZERO to WS-REF-FOUND-SUB
           move 1 to WS-BS-LO
           move WS-REF-ENTRY-CT to WS-BS-HI
           perform 774-BSEARCH-REF-ENTRY
               until WS-BS-LO > WS-BS-HI
               or WS-REF-FOUND-SUB > ZERO.

       774-BSEARCH-REF-ENTRY.
           COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
           if WS-VT-KEY(WS-BS-MID) = WS-REF-LOOKUP-KEY
               move WS-BS-MID to WS-REF-FOUND-SUB
           else
               if WS-VT-KEY(WS-BS-MID) < WS-REF-LOOKUP-KEY
                   COMPUTE WS-BS-LO = WS-BS-MID + 1
               else
                   COMPUTE WS-BS-HI = WS-BS-MID - 1
               end-if
           end-if.

       776-NEW-REF-ENTRY.
           if WS-REF-ENTRY-CT >= WS-REF-MAX
               if LOADING-REFS
                   display "PROGRAM1: REFERENCE TABLE FULL AT "
                       WS-REF-LOOKUP-KEY " -- RUN ABORTED"
                   move "REFERENCE TABLE FULL" to WS-RUNLOG-REASON
                   move 12 to RETURN-CODE
                   perform 990-WRITE-RUN-LOG
                   stop run
               end-if
               display "PROGRAM1: REFERENCE TABLE FULL -- "
                   WS-REF-LOOKUP-KEY " CANNOT BE VOIDED THIS RUN"
           else
               move WS-BS-LO to WS-REF-INSERT-SUB
               add 1 to WS-REF-ENTRY-CT
               perform 778-SHIFT-REF-ENTRY
                   varying WS-REF-SHIFT-SUB from WS-REF-ENTRY-CT by -1
                   until WS-REF-SHIFT-SUB <= WS-REF-INSERT-SUB
               move WS-REF-INSERT-SUB to WS-REF-FOUND-SUB
               move WS-REF-LOOKUP-KEY to WS-VT-KEY(WS-REF-FOUND-SUB)
               move space to WS-VT-ACTION(WS-REF-FOUND-SUB)
               move ZERO to WS-VT-NET-QT(WS-REF-FOUND-SUB)
                   WS-VT-MOVE-VALUE(WS-REF-FOUND-SUB)
                   WS-VT-UNIT-COST(WS-REF-FOUND-SUB)
                   WS-VT-OLD-COST(WS-REF-FOUND-SUB)
                   WS-VT-NEW-COST(WS-REF-FOUND-SUB)
               move "N" to WS-VT-VOIDED(WS-REF-FOUND-SUB)
           end-if.

       778-SHIFT-REF-ENTRY.
           COMPUTE WS-REF-SHIFT-FROM = WS-REF-SHIFT-SUB - 1
           move WS-REF-ENTRY(WS-REF-SHIFT-FROM) to
               WS-REF-ENTRY(WS-REF-SHIFT-SUB).

      *    Called after every audit record is written (and for each
      *    record already on AUDIT.TXT).  Backorder fills carry the
      *    reference of the issue that was short, so they accumulate
      *    into that issue's entry.  A "V" marks its original voided.
       780-RECORD-POSTING.
           if AUD-REF not = spaces
               move AUD-REF to WS-RL-REF
               move AUD-LOC to WS-RL-PROD-KEY(1:2)
               move AUD-PROD-ID to WS-RL-PROD-KEY(3:4)
               perform 770-FIND-REF-ENTRY
               if WS-REF-FOUND-SUB > ZERO
                   if WS-VT-ACTION(WS-REF-FOUND-SUB) = space
                       move AUD-ACTION to WS-VT-ACTION(WS-REF-FOUND-SUB)
                       move AUD-UNIT-COST to
                           WS-VT-UNIT-COST(WS-REF-FOUND-SUB)
                       move AUD-OLD-COST to
                           WS-VT-OLD-COST(WS-REF-FOUND-SUB)
                       move AUD-NEW-COST to
                           WS-VT-NEW-COST(WS-REF-FOUND-SUB)
                   end-if
                   COMPUTE WS-VT-NET-QT(WS-REF-FOUND-SUB) =
                       WS-VT-NET-QT(WS-REF-FOUND-SUB)
                       + AUD-NEW-QT - AUD-OLD-QT
                   add AUD-MOVE-VALUE to
                       WS-VT-MOVE-VALUE(WS-REF-FOUND-SUB)
               end-if
               if AUD-ACTION = "V"
                   move AUD-ORIG-REF to WS-RL-REF
                   perform 770-FIND-REF-ENTRY
                   if WS-REF-FOUND-SUB > ZERO
                       if WS-VT-ACTION(WS-REF-FOUND-SUB) = space
                           move AUD-ORIG-ACTION to
                               WS-VT-ACTION(WS-REF-FOUND-SUB)
                       end-if
                       move "Y" to WS-VT-VOIDED(WS-REF-FOUND-SUB)
                   end-if
               end-if
           end-if.

       790-FIND-BUILD-ITEM.
           perform 792-LOOKUP-BUILD-ITEM
           if WS-BI-FOUND-SUB = ZERO
               perform 796-NEW-BUILD-ITEM
           end-if.

       792-LOOKUP-BUILD-ITEM.
           move ZERO to WS-BI-FOUND-SUB
           move 1 to WS-BS-LO
           move WS-BI-ENTRY-CT to WS-BS-HI
           perform 794-BSEARCH-BUILD-ITEM
               until WS-BS-LO > WS-BS-HI
               or WS-BI-FOUND-SUB > ZERO.

       794-BSEARCH-BUILD-ITEM.
           COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
           if WS-BI-KEY(WS-BS-MID) = WS-BI-LOOKUP-KEY
               move WS-BS-MID to WS-BI-FOUND-SUB
           else
               if WS-BI-KEY(WS-BS-MID) < WS-BI-LOOKUP-KEY
                   COMPUTE WS-BS-LO = WS-BS-MID + 1
               else
                   COMPUTE WS-BS-HI = WS-BS-MID - 1
               end-if
           end-if.

       796-NEW-BUILD-ITEM.
           if WS-BI-ENTRY-CT >= WS-BI-MAX
               display "PROGRAM1: KIT BUILD ITEM TABLE FULL AT "
                   WS-BI-LOOKUP-KEY " -- RUN ABORTED"
               move "KIT BUILD ITEM TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move WS-BS-LO to WS-BI-INSERT-SUB
           add 1 to WS-BI-ENTRY-CT
           perform 798-SHIFT-BUILD-ITEM
               varying WS-BI-SHIFT-SUB from WS-BI-ENTRY-CT by -1
               until WS-BI-SHIFT-SUB <= WS-BI-INSERT-SUB
           move WS-BI-INSERT-SUB to WS-BI-FOUND-SUB
           move WS-BI-LOOKUP-KEY to WS-BI-KEY(WS-BI-FOUND-SUB)
           move "N" to WS-BI-ON-MASTER(WS-BI-FOUND-SUB)
           move ZERO to WS-BI-ON-HAND-QT(WS-BI-FOUND-SUB)
               WS-BI-UNIT-COST(WS-BI-FOUND-SUB)
               WS-BI-COMMIT-QT(WS-BI-FOUND-SUB).

       798-SHIFT-BUILD-ITEM.
           COMPUTE WS-BI-SHIFT-FROM = WS-BI-SHIFT-SUB - 1
           move WS-BI-ENTRY(WS-BI-SHIFT-FROM) to
               WS-BI-ENTRY(WS-BI-SHIFT-SUB).

       930-REWRITE-BACKORDERS.
           open output BACKORDER-FILE
           perform 935-WRITE-ONE-BACKORDER
               move WS-BT-DATE(WS-BO-SUB) to BO-DATE
               move WS-BT-REQ-QT(WS-BO-SUB) to BO-REQ-QT
               move WS-BT-REMAIN-QT(WS-BO-SUB) to BO-REMAIN-QT
               move WS-BT-REF(WS-BO-SUB) to BO-REF
               write BACKORDER-REC
               add 1 to WS-BO-OPEN-CT
           end-if.
           move "BACKORDERS STILL OPEN  : " to WB-TOTAL-LABEL
           move WS-BO-OPEN-CT to WB-TOTAL-COUNT
           write BORPT-REC from WS-BO-TOTAL-LINE
           move "BACKORDERS VOIDED      : " to WB-TOTAL-LABEL
           move WS-BO-VOID-CT to WB-TOTAL-COUNT
           write BORPT-REC from WS-BO-TOTAL-LINE
           close BORPT-FILE.

       945-WRITE-BO-DETAIL.
           if WS-BT-FILLED-QT(WS-BO-SUB) > ZERO
               or WS-BT-REMAIN-QT(WS-BO-SUB) > ZERO
               or WS-BT-VOID-SW(WS-BO-SUB) = "Y"
               move spaces to WS-BO-DETAIL-LINE
               move WS-BT-KEY(WS-BO-SUB) to WB-KEY
               move WS-BT-DATE(WS-BO-SUB)(5:2) to WS-BD-MM
               move WS-BT-REQ-QT(WS-BO-SUB) to WB-REQ-QT
               move WS-BT-FILLED-QT(WS-BO-SUB) to WB-FILLED-QT
               move WS-BT-REMAIN-QT(WS-BO-SUB) to WB-REMAIN-QT
               if WS-BT-VOID-SW(WS-BO-SUB) = "Y"
                   move "VOIDED" to WB-STATUS
               else
                   if WS-BT-REMAIN-QT(WS-BO-SUB) = ZERO
                       move "FILLED" to WB-STATUS
                       add 1 to WS-BO-FILLED-CT
                   else
                       move "OPEN" to WB-STATUS
                   end-if
               end-if
               move WS-BT-REF(WS-BO-SUB) to WB-REF
               write BORPT-REC from WS-BO-DETAIL-LINE
           end-if.

      *    Carry forward the holds still waiting; the decisions
      *    file has been acted on and is cleared.
       975-REWRITE-PENDING.
           open output PENDING-FILE
           perform 976-WRITE-ONE-PENDING
               varying WS-PH-SUB from 1 by 1
               until WS-PH-SUB > WS-PH-ENTRY-CT
           close PENDING-FILE
           open output PENDWORK-FILE
           close PENDWORK-FILE
           open output APPROVAL-FILE
           close APPROVAL-FILE.

       976-WRITE-ONE-PENDING.
           if WS-PH-STATUS(WS-PH-SUB) = "W"
               or WS-PH-STATUS(WS-PH-SUB) = "N"
               move WS-PH-TRANS(WS-PH-SUB) to PN-TRANS
               move WS-PH-HOLD-DATE(WS-PH-SUB) to PN-HOLD-DATE
               move WS-PH-HOLD-VALUE(WS-PH-SUB) to PN-HOLD-VALUE
               move WS-PH-BOOK-QT(WS-PH-SUB) to PN-BOOK-QT
               move WS-PH-BOOK-COST(WS-PH-SUB) to PN-BOOK-COST
               write PENDING-REC
               add 1 to WS-HOLD-WAITING-CT
           end-if.

       980-WRITE-HOLD-REPORT.
           if MAINT-REQUESTED or RESTART-REQUESTED or CHAIN-REQUESTED
               open extend HOLDRPT-FILE
           else
               open output HOLDRPT-FILE
           end-if
           move WS-RUN-DATE to WS-HOLD-RUN-DATE
           COMPUTE WS-HOLD-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-HOLD-RUN-DATE)
           move WS-RUN-DATE-DISPLAY to WQ1-RUN-DATE
           write HOLDRPT-REC from WS-HQ-HEADING-1
           move spaces to HOLDRPT-REC
           write HOLDRPT-REC
           write HOLDRPT-REC from WS-HQ-HEADING-2
           perform 985-WRITE-HOLD-DETAIL
               varying WS-PH-SUB from 1 by 1
               until WS-PH-SUB > WS-PH-ENTRY-CT
           move spaces to HOLDRPT-REC
           write HOLDRPT-REC
           move "WAITING 0 TO 7 DAYS    : " to WQ-AGE-LABEL
           move WS-AGE-WEEK-CT to WQ-AGE-COUNT
           move WS-AGE-WEEK-VALUE to WQ-AGE-VALUE
           write HOLDRPT-REC from WS-HQ-AGE-LINE
           move "WAITING 8 TO 30 DAYS   : " to WQ-AGE-LABEL
           move WS-AGE-MONTH-CT to WQ-AGE-COUNT
           move WS-AGE-MONTH-VALUE to WQ-AGE-VALUE
           write HOLDRPT-REC from WS-HQ-AGE-LINE
           move "WAITING OVER 30 DAYS   : " to WQ-AGE-LABEL
           move WS-AGE-OLD-CT to WQ-AGE-COUNT
           move WS-AGE-OLD-VALUE to WQ-AGE-VALUE
           write HOLDRPT-REC from WS-HQ-AGE-LINE
           move spaces to HOLDRPT-REC
           write HOLDRPT-REC
           move "HOLDS TAKEN            : " to WQ-TOTAL-LABEL
           move WS-HOLD-CT to WQ-TOTAL-COUNT
           write HOLDRPT-REC from WS-HQ-TOTAL-LINE
           move "HOLDS RELEASED         : " to WQ-TOTAL-LABEL
           move WS-HOLD-RELEASE-CT to WQ-TOTAL-COUNT
           write HOLDRPT-REC from WS-HQ-TOTAL-LINE
           move "APPROVED, NOT POSTED   : " to WQ-TOTAL-LABEL
           move WS-HOLD-UNPOSTED-CT to WQ-TOTAL-COUNT
           write HOLDRPT-REC from WS-HQ-TOTAL-LINE
           move "HOLDS DECLINED         : " to WQ-TOTAL-LABEL
           move WS-HOLD-DECLINE-CT to WQ-TOTAL-COUNT
           write HOLDRPT-REC from WS-HQ-TOTAL-LINE
           move "HOLDS STILL WAITING    : " to WQ-TOTAL-LABEL
           move WS-HOLD-WAITING-CT to WQ-TOTAL-COUNT
           write HOLDRPT-REC from WS-HQ-TOTAL-LINE
           move "APPROVALS READ         : " to WQ-TOTAL-LABEL
           move WS-APPROVAL-READ-CT to WQ-TOTAL-COUNT
           write HOLDRPT-REC from WS-HQ-TOTAL-LINE
           move "APPROVALS NOT MATCHED  : " to WQ-TOTAL-LABEL
           move WS-APPROVAL-UNMATCHED-CT to WQ-TOTAL-COUNT
           write HOLDRPT-REC from WS-HQ-TOTAL-LINE
           close HOLDRPT-FILE.

       985-WRITE-HOLD-DETAIL.
           move spaces to WS-HQ-DETAIL-LINE
           move WS-PH-REF(WS-PH-SUB) to WQ-REF
           move WS-PH-KEY(WS-PH-SUB) to WQ-KEY
           move WS-PH-ACTION(WS-PH-SUB) to WQ-ACTION
           move WS-PH-QT(WS-PH-SUB) to WQ-QT
           move WS-PH-UNIT-COST(WS-PH-SUB) to WQ-NEW-COST
           move WS-PH-BOOK-QT(WS-PH-SUB) to WQ-BOOK-QT
           move WS-PH-BOOK-COST(WS-PH-SUB) to WQ-BOOK-COST
           move WS-PH-HOLD-VALUE(WS-PH-SUB) to WQ-HOLD-VALUE
           move WS-PH-HOLD-DATE(WS-PH-SUB)(5:2) to WS-BD-MM
           move WS-PH-HOLD-DATE(WS-PH-SUB)(7:2) to WS-BD-DD
           move WS-PH-HOLD-DATE(WS-PH-SUB)(1:4) to WS-BD-YYYY
           move WS-BO-DATE-DISPLAY to WQ-HOLD-DATE
           COMPUTE WS-HOLD-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(
               WS-PH-HOLD-DATE(WS-PH-SUB))
           if WS-HOLD-DATE-INTEGER < WS-HOLD-RUN-INTEGER
               COMPUTE WS-HOLD-AGE =
                   WS-HOLD-RUN-INTEGER - WS-HOLD-DATE-INTEGER
           else
               move ZERO to WS-HOLD-AGE
           end-if
           move WS-HOLD-AGE to WQ-AGE
           move WS-PH-APPROVER(WS-PH-SUB) to WQ-APPROVER
           if WS-PH-STATUS(WS-PH-SUB) = "W"
               or WS-PH-STATUS(WS-PH-SUB) = "N"
               if WS-PH-STATUS(WS-PH-SUB) = "W"
                   move "WAITING" to WQ-STATUS
               else
                   move "NEW HOLD" to WQ-STATUS
               end-if
               if WS-HOLD-AGE <= 7
                   add 1 to WS-AGE-WEEK-CT
                   add WS-PH-HOLD-VALUE(WS-PH-SUB) to WS-AGE-WEEK-VALUE
               else
                   if WS-HOLD-AGE <= 30
                       add 1 to WS-AGE-MONTH-CT
                       add WS-PH-HOLD-VALUE(WS-PH-SUB) to
                           WS-AGE-MONTH-VALUE
                   else
                       add 1 to WS-AGE-OLD-CT
                       add WS-PH-HOLD-VALUE(WS-PH-SUB) to
                           WS-AGE-OLD-VALUE
                   end-if
               end-if
           else
               if WS-PH-STATUS(WS-PH-SUB) = "P"
                   move "RELEASED" to WQ-STATUS
               else
                   if WS-PH-STATUS(WS-PH-SUB) = "D"
                       move "DECLINED" to WQ-STATUS
                   else
                       move "NOT POSTED" to WQ-STATUS
                   end-if
               end-if
           end-if
           write HOLDRPT-REC from WS-HQ-DETAIL-LINE.

       950-CONTROL-TOTALS.
           perform 960-WRITE-LISTING-FOOTER
           perform 965-WRITE-VALUATION-FOOTER
           display "BACKORDERS STILL OPEN  : " WS-BO-OPEN-CT
           display "REORDER RECORDS WRITTEN: " WS-REORDER-CT
           display "DELETES APPLIED        : " WS-DELETE-CT
           display "VOIDS APPLIED          : " WS-VOID-CT
           display "BACKORDERS VOIDED      : " WS-BO-VOID-CT
           display "KIT BUILDS APPLIED     : " WS-BUILD-CT
           display "KIT BUILDS REJECTED    : " WS-BUILD-REJECT-CT
           display "COMPONENT RELIEFS      : " WS-RELIEF-CT
           display "HOLDS TAKEN            : " WS-HOLD-CT
           display "HOLDS RELEASED         : " WS-HOLD-RELEASE-CT
           display "HOLDS DECLINED         : " WS-HOLD-DECLINE-CT
           display "HOLDS STILL WAITING    : " WS-HOLD-WAITING-CT
           display "TRANSACTIONS REJECTED  : " WS-REJECTED-CT
           display "MASTER RECORDS WRITTEN : " WS-REPORT-WRITE-COUNT
           display "====================================".

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.  The master and reorder counts
      *    cover the whole file, including records skipped or already
      *    written before a restart or chained run.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM1" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           if INQUIRE-REQUESTED or MAINT-REQUESTED
               move WS-IDX-FILENAME to RL-INPUT-FILE-1
           else
               move WS-MASTER-FILENAME to RL-INPUT-FILE-1
           end-if
           if not INQUIRE-REQUESTED
               move WS-TRANS-FILENAME to RL-INPUT-FILE-2
           end-if
           move "TRANS READ" to RL-COUNT-LABEL(1)
           move WS-TRANS-READ-CT to RL-COUNT-VALUE(1)
           move "MASTER READ" to RL-COUNT-LABEL(2)
           COMPUTE RL-COUNT-VALUE(2) =
               WS-MASTER-READ-CT + WS-MASTER-SKIPPED-CT
           move "MASTER OUT" to RL-COUNT-LABEL(3)
           COMPUTE RL-COUNT-VALUE(3) =
               WS-MASTER-PRIOR-CT + WS-REPORT-WRITE-COUNT
           move "REORDER OUT" to RL-COUNT-LABEL(4)
           COMPUTE RL-COUNT-VALUE(4) =
               WS-REORDER-PRIOR-CT + WS-REORDER-CT
           move "REJECTED" to RL-COUNT-LABEL(5)
           move WS-REJECTED-CT to RL-COUNT-VALUE(5)
           move "HOLDS WAIT" to RL-COUNT-LABEL(6)
           move WS-HOLD-WAITING-CT to RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.
