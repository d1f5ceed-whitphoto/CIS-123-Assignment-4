       program-id. Program13.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO DYNAMIC
               WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SNAP-FILE ASSIGN TO DYNAMIC
               WS-SNAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO DYNAMIC
               WS-MAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-PROOF-FILE ASSIGN TO "GLPROOF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALENDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD AUDIT-FILE.
           01 AUDIT-REC.
               05 AUD-DATE             PIC 9(8).
               05 AUD-KEY.
                   10 AUD-LOC          PIC X(2).
                   10 AUD-PROD-ID      PIC X(4).
               05 AUD-ACTION           PIC X.
               05 AUD-OLD-QT           PIC 9(5).
               05 AUD-TRANS-QT         PIC 9(5).
               05 AUD-NEW-QT           PIC 9(5).
               05 AUD-UNIT-COST        PIC 9(4)V99.
               05 AUD-MOVE-VALUE       PIC 9(9)V99.
               05 AUD-OLD-COST         PIC 9(4)V99.
               05 AUD-NEW-COST         PIC 9(4)V99.
               05 AUD-REF              PIC X(11).
               05 AUD-ORIG-REF         PIC X(11).
               05 AUD-ORIG-ACTION      PIC X.

       FD SNAP-FILE.
           01 SNAP-REC.
               05 SN-KEY.
                   10 SN-LOC           PIC X(2).
                   10 SN-PROD-ID       PIC X(4).
               05 SN-DESC              PIC X(15).
               05 SN-QT                PIC 9(5).
               05 SN-REORDER-POINT     PIC 9(5).
               05 SN-REORDER-QT        PIC 9(5).
               05 SN-UNIT-COST         PIC 9(4)V99.

      *    One row per location and action.  Location "**" is the
      *    default used when a location has no row of its own.
       FD GL-MAP-FILE.
           01 GL-MAP-REC.
               05 GM-LOC               PIC X(2).
               05 GM-ACTION            PIC X.
               05 GM-INV-ACCOUNT       PIC X(10).
               05 GM-OFFSET-ACCOUNT    PIC X(10).
               05 GM-DESC              PIC X(20).

       FD JOURNAL-FILE.
           01 JOURNAL-REC.
               05 GJ-REC-TYPE          PIC X(3).
               05 GJ-PERIOD            PIC 9(6).
               05 GJ-LINE-NO           PIC 9(5).
               05 GJ-ACCOUNT           PIC X(10).
               05 GJ-LOC               PIC X(2).
               05 GJ-DR-CR             PIC X.
               05 GJ-AMOUNT            PIC 9(11)V99.
               05 GJ-SOURCE.
                   10 GJ-ACTION        PIC X.
                   10 GJ-ORIG-ACTION   PIC X.
               05 GJ-DESC              PIC X(20).
           01 JOURNAL-HEADER-REC.
               05 JH-REC-TYPE          PIC X(3).
               05 JH-SOURCE            PIC X(4).
               05 JH-PERIOD            PIC 9(6).
               05 JH-CREATE-DATE       PIC 9(8).
               05 FILLER               PIC X(41).
           01 JOURNAL-TRAILER-REC.
               05 JT-REC-TYPE          PIC X(3).
               05 JT-LINE-COUNT        PIC 9(6).
               05 JT-TOTAL-DEBITS      PIC 9(11)V99.
               05 JT-TOTAL-CREDITS     PIC 9(11)V99.
               05 FILLER               PIC X(27).

       FD GL-PROOF-FILE.
           01 GL-PROOF-REC             PIC X(132).

       FD CALENDAR-FILE.
           01 CALENDAR-REC.
               05 CAL-OPEN-PERIOD      PIC 9(6).
               05 CAL-RUN-DATE         PIC 9(8).

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
       01 WS-AUDIT-EOF-SWITCH          pic X VALUE "N".
           88 AUDIT-EOF                      VALUE "Y".
       01 WS-SNAP-EOF-SWITCH           pic X VALUE "N".
           88 SNAP-EOF                       VALUE "Y".
       01 WS-MAP-EOF-SWITCH            pic X VALUE "N".
           88 MAP-EOF                        VALUE "Y".
       01 WS-SNAP-SIDE                 pic X VALUE SPACE.
           88 OPENING-SNAPSHOT               VALUE "O".
           88 CLOSING-SNAPSHOT               VALUE "C".

       01 WS-ARG-NUM                   pic 9 VALUE 1.
       01 WS-COMMAND-ARG               pic X(40).

       01 WS-CLOSE-PERIOD              pic X(6) VALUE SPACES.
       01 WS-CLOSE-PERIOD-NUM          pic 9(6) VALUE ZERO.
       01 WS-PRIOR-PERIOD.
           05 WS-PP-YYYY               pic 9(4).
           05 WS-PP-MM                 pic 99.
       01 WS-AUDIT-FILENAME            pic X(40) VALUE SPACES.
       01 WS-SNAP-FILENAME             pic X(40).
       01 WS-OPEN-SNAP-FILENAME        pic X(40).
       01 WS-CLOSE-SNAP-FILENAME       pic X(40).
       01 WS-MAP-FILENAME              pic X(40) VALUE "GLMAP.TXT".
       01 WS-JOURNAL-FILENAME          pic X(40).

       01 WS-RUN-DATE                  pic 9(8).
       01 WS-CAL-EOF-SWITCH            pic X VALUE "N".
       01 WS-CAL-FOUND-SWITCH          pic X VALUE "N".
           88 CALENDAR-FOUND                 VALUE "Y".

       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 500 TIMES.
               10 WS-MT-LOC            pic X(2).
               10 WS-MT-ACTION         pic X.
               10 WS-MT-INV-ACCOUNT    pic X(10).
               10 WS-MT-OFFSET-ACCOUNT pic X(10).
               10 WS-MT-DESC           pic X(20).
       01 WS-MAP-ENTRY-CT              pic 9(4) VALUE ZERO.
       01 WS-MAP-MAX                   pic 9(4) VALUE 500.
       01 WS-MAP-SUB                   pic 9(4) COMP.
       01 WS-MAP-FOUND-SUB             pic 9(4) COMP.
       01 WS-MAP-LOOKUP-LOC            pic X(2).

      *    The summary is kept in location / action sequence.  A void
      *    is carried under the action it reversed so that it posts
      *    to the same accounts with the sides swapped.
       01 WS-SUMMARY-TABLE.
           05 WS-SUMMARY-ENTRY OCCURS 2000 TIMES.
               10 WS-ST-KEY.
                   15 WS-ST-LOC        pic X(2).
                   15 WS-ST-MAP-ACTION pic X.
                   15 WS-ST-ACTION     pic X.
                   15 WS-ST-DIRECTION  pic X.
               10 WS-ST-AMOUNT         pic 9(11)V99.
               10 WS-ST-RECORD-CT      pic 9(6).
       01 WS-SUMMARY-ENTRY-CT          pic 9(4) VALUE ZERO.
       01 WS-SUMMARY-MAX               pic 9(4) VALUE 2000.
       01 WS-ST-SUB                    pic 9(4) COMP.
       01 WS-ST-FOUND-SUB              pic 9(4) COMP.
       01 WS-ST-INSERT-SUB             pic 9(4) COMP.
       01 WS-ST-SHIFT-SUB              pic 9(4) COMP.
       01 WS-ST-SHIFT-FROM             pic 9(4) COMP.
       01 WS-SUMMARY-LOOKUP-KEY.
           05 WS-SL-LOC                pic X(2).
           05 WS-SL-MAP-ACTION         pic X.
           05 WS-SL-ACTION             pic X.
           05 WS-SL-DIRECTION          pic X.

       01 WS-LOC-TABLE.
           05 WS-LOC-ENTRY OCCURS 100 TIMES.
               10 WS-LT-LOC            pic X(2).
               10 WS-LT-OPEN-VALUE     pic 9(11)V99.
               10 WS-LT-CLOSE-VALUE    pic 9(11)V99.
               10 WS-LT-NET-CHANGE     pic S9(11)V99.
       01 WS-LOC-ENTRY-CT              pic 9(3) VALUE ZERO.
       01 WS-LOC-MAX                   pic 9(3) VALUE 100.
       01 WS-LT-SUB                    pic 9(3) COMP.
       01 WS-LT-FOUND-SUB              pic 9(3) COMP.
       01 WS-LOC-LOOKUP                pic X(2).

       01 WS-ITEM-VALUE                pic 9(11)V99.
       01 WS-DEBIT-ACCOUNT             pic X(10).
       01 WS-CREDIT-ACCOUNT            pic X(10).
       01 WS-LINE-DESC                 pic X(20).
       01 WS-JOURNAL-LINE-NO           pic 9(5) VALUE ZERO.
       01 WS-TOTAL-DEBITS              pic 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS             pic 9(11)V99 VALUE ZERO.
       01 WS-JOURNAL-DIFF              pic S9(11)V99 VALUE ZERO.
       01 WS-OPEN-TOTAL                pic 9(11)V99 VALUE ZERO.
       01 WS-CLOSE-TOTAL               pic 9(11)V99 VALUE ZERO.
       01 WS-NET-TOTAL                 pic S9(11)V99 VALUE ZERO.
       01 WS-EXPECTED-CLOSE            pic S9(11)V99.
       01 WS-TIE-DIFF                  pic S9(11)V99.

       01 WS-AUDIT-READ-CT             pic 9(7) VALUE ZERO.
       01 WS-AUDIT-SKIP-CT             pic 9(7) VALUE ZERO.
       01 WS-OPEN-SNAP-CT              pic 9(6) VALUE ZERO.
       01 WS-CLOSE-SNAP-CT             pic 9(6) VALUE ZERO.
       01 WS-UNMAPPED-CT               pic 9(6) VALUE ZERO.
       01 WS-LOC-TIED-CT               pic 9(6) VALUE ZERO.
       01 WS-LOC-NOT-TIED-CT           pic 9(6) VALUE ZERO.
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       01 WS-BALANCE-SWITCH            pic X VALUE "Y".
           88 JOURNAL-IN-BALANCE             VALUE "Y".

       01 WS-GL-HEADING-1.
           05 FILLER                   pic X(39) VALUE
               "GENERAL LEDGER JOURNAL PROOF -- PERIOD ".
           05 WH1-PERIOD               pic X(6).
           05 FILLER                   pic X(11) VALUE "  JOURNAL: ".
           05 WH1-JOURNAL-FILENAME     pic X(40).

       01 WS-GL-HEADING-2.
           05 FILLER                   pic X(5)  VALUE "LOC".
           05 FILLER                   pic X(5)  VALUE "ACT".
           05 FILLER                   pic X(6)  VALUE "VOID".
           05 FILLER                   pic X(8)  VALUE "RECORDS".
           05 FILLER                   pic X(19) VALUE
               "        MOVE VALUE".
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 FILLER                   pic X(12) VALUE "DEBIT".
           05 FILLER                   pic X(12) VALUE "CREDIT".
           05 FILLER                   pic X(22) VALUE "DESCRIPTION".
           05 FILLER                   pic X(10) VALUE "CONDITION".

       01 WS-GL-DETAIL-LINE.
           05 WG-LOC                   pic X(2).
           05 FILLER                   pic X(3).
           05 WG-ACTION                pic X.
           05 FILLER                   pic X(4).
           05 WG-VOID                  pic X.
           05 FILLER                   pic X(5).
           05 WG-RECORD-CT             pic ZZZZZ9.
           05 FILLER                   pic X(2).
           05 WG-AMOUNT                pic ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   pic X(4).
           05 WG-DEBIT-ACCOUNT         pic X(10).
           05 FILLER                   pic X(2).
           05 WG-CREDIT-ACCOUNT        pic X(10).
           05 FILLER                   pic X(2).
           05 WG-DESC                  pic X(20).
           05 FILLER                   pic X(2).
           05 WG-CONDITION             pic X(10).

       01 WS-GL-TIE-HEADING-1.
           05 FILLER                   pic X(40) VALUE
               "INVENTORY TIE-OUT TO MASTER SNAPSHOTS".
           05 FILLER                   pic X(10) VALUE "OPENING: ".
           05 WT1-OPEN-FILENAME        pic X(22).
           05 FILLER                   pic X(10) VALUE "CLOSING: ".
           05 WT1-CLOSE-FILENAME       pic X(22).

       01 WS-GL-TIE-HEADING-2.
           05 FILLER                   pic X(5)  VALUE "LOC".
           05 FILLER                   pic X(18) VALUE
               "     OPENING VALUE".
           05 FILLER                   pic X(18) VALUE
               "       JOURNAL NET".
           05 FILLER                   pic X(18) VALUE
               "  EXPECTED CLOSING".
           05 FILLER                   pic X(18) VALUE
               "     CLOSING VALUE".
           05 FILLER                   pic X(18) VALUE
               "        DIFFERENCE".
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 FILLER                   pic X(12) VALUE "CONDITION".

       01 WS-GL-TIE-LINE.
           05 WTL-LOC                  pic X(5).
           05 WTL-OPEN-VALUE           pic ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   pic X(1).
           05 WTL-NET-CHANGE           pic ---,---,---,--9.99.
           05 WTL-EXPECTED             pic ---,---,---,--9.99.
           05 FILLER                   pic X(1).
           05 WTL-CLOSE-VALUE          pic ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WTL-DIFFERENCE           pic ---,---,---,--9.99.
           05 FILLER                   pic X(2).
           05 WTL-CONDITION            pic X(12).

       01 WS-GL-AMOUNT-LINE.
           05 WAL-LABEL                pic X(25).
           05 WAL-AMOUNT               pic ---,---,---,--9.99.
           05 FILLER                   pic X(2).
           05 WAL-CONDITION            pic X(30).

       01 WS-GL-TOTAL-LINE.
           05 WT-TOTAL-LABEL           pic X(25).
           05 WT-TOTAL-COUNT           pic ZZZZZ9.

       procedure division.

       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           perform 110-SET-RUN-DATE
           perform 120-SET-FILENAMES

           open output GL-PROOF-FILE
           move WS-CLOSE-PERIOD to WH1-PERIOD
           move WS-JOURNAL-FILENAME to WH1-JOURNAL-FILENAME
           write GL-PROOF-REC from WS-GL-HEADING-1
           move spaces to GL-PROOF-REC
           write GL-PROOF-REC
           write GL-PROOF-REC from WS-GL-HEADING-2

           perform 200-LOAD-GL-MAP
           perform 300-SUMMARIZE-AUDIT
           perform 400-LOAD-SNAPSHOTS
           perform 500-WRITE-JOURNAL
           perform 600-TIE-OUT
           perform 900-GL-TOTALS
           close GL-PROOF-FILE

           if not JOURNAL-IN-BALANCE
               move "JOURNAL UNMAPPED OR NOT IN BALANCE"
                   to WS-RUNLOG-REASON
               move 8 to RETURN-CODE
           end-if
           perform 990-WRITE-RUN-LOG
           stop run.

       105-PARSE-ARGUMENTS.
           move spaces to WS-COMMAND-ARG
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG = spaces
               display "PROGRAM13: SPECIFY CLOSE PERIOD AS YYYYMM"
               move "NO CLOSE PERIOD SPECIFIED" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move WS-COMMAND-ARG(1:6) to WS-CLOSE-PERIOD
           if WS-CLOSE-PERIOD not numeric
               display "PROGRAM13: CLOSE PERIOD " WS-CLOSE-PERIOD
                   " NOT NUMERIC -- RUN REFUSED"
               move "CLOSE PERIOD NOT NUMERIC" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move spaces to WS-COMMAND-ARG
           move 2 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-MAP-FILENAME
           end-if.

       110-SET-RUN-DATE.
           open input CALENDAR-FILE
           read CALENDAR-FILE
               at end move "Y" to WS-CAL-EOF-SWITCH
               not at end
                   move "Y" to WS-CAL-FOUND-SWITCH
                   move CAL-RUN-DATE to WS-RUN-DATE
           end-read
           close CALENDAR-FILE
           if not CALENDAR-FOUND
               move FUNCTION CURRENT-DATE(1:8) to WS-RUN-DATE
           end-if.

      *    The opening position for the period is the snapshot taken
      *    when the prior period was closed.
       120-SET-FILENAMES.
           move WS-CLOSE-PERIOD to WS-CLOSE-PERIOD-NUM
           move WS-CLOSE-PERIOD(1:4) to WS-PP-YYYY
           move WS-CLOSE-PERIOD(5:2) to WS-PP-MM
           subtract 1 from WS-PP-MM
           if WS-PP-MM = ZERO
               move 12 to WS-PP-MM
               subtract 1 from WS-PP-YYYY
           end-if
           move spaces to WS-AUDIT-FILENAME WS-OPEN-SNAP-FILENAME
               WS-CLOSE-SNAP-FILENAME WS-JOURNAL-FILENAME
           string "AUDIT-" WS-CLOSE-PERIOD ".TXT"
               delimited by size into WS-AUDIT-FILENAME
           string "MSTRSNAP-" WS-PRIOR-PERIOD ".TXT"
               delimited by size into WS-OPEN-SNAP-FILENAME
           string "MSTRSNAP-" WS-CLOSE-PERIOD ".TXT"
               delimited by size into WS-CLOSE-SNAP-FILENAME
           string "GLJRNL-" WS-CLOSE-PERIOD ".TXT"
               delimited by size into WS-JOURNAL-FILENAME.

       200-LOAD-GL-MAP.
           open input GL-MAP-FILE
           perform 210-READ-GL-MAP
           perform 220-POST-MAP-ENTRY until MAP-EOF
           close GL-MAP-FILE
           if WS-MAP-ENTRY-CT = ZERO
               display "PROGRAM13: NO ACCOUNT MAPPING IN "
                   WS-MAP-FILENAME " -- RUN REFUSED"
               move "NO ACCOUNT MAPPING" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if.

       210-READ-GL-MAP.
           read GL-MAP-FILE
               at end move "Y" to WS-MAP-EOF-SWITCH
           end-read.

       220-POST-MAP-ENTRY.
           if WS-MAP-ENTRY-CT < WS-MAP-MAX
               add 1 to WS-MAP-ENTRY-CT
               move GM-LOC to WS-MT-LOC(WS-MAP-ENTRY-CT)
               move GM-ACTION to WS-MT-ACTION(WS-MAP-ENTRY-CT)
               move GM-INV-ACCOUNT to
                   WS-MT-INV-ACCOUNT(WS-MAP-ENTRY-CT)
               move GM-OFFSET-ACCOUNT to
                   WS-MT-OFFSET-ACCOUNT(WS-MAP-ENTRY-CT)
               move GM-DESC to WS-MT-DESC(WS-MAP-ENTRY-CT)
           else
               display "PROGRAM13: ACCOUNT MAP TABLE FULL AT "
                   GM-LOC GM-ACTION " -- RUN ABORTED"
               move "ACCOUNT MAP TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           perform 210-READ-GL-MAP.

       300-SUMMARIZE-AUDIT.
           open input AUDIT-FILE
           perform 310-READ-AUDIT
           perform 320-POST-AUDIT-ENTRY until AUDIT-EOF
           close AUDIT-FILE.

       310-READ-AUDIT.
           read AUDIT-FILE
               at end move "Y" to WS-AUDIT-EOF-SWITCH
               not at end add 1 to WS-AUDIT-READ-CT
           end-read.

      *    The side of the entry follows the quantity: stock coming
      *    in debits inventory, stock going out credits it.  A count
      *    therefore lands on whichever side its variance fell, and
      *    a void lands opposite the posting it reversed.
       320-POST-AUDIT-ENTRY.
           if AUD-MOVE-VALUE = ZERO or AUD-NEW-QT = AUD-OLD-QT
               add 1 to WS-AUDIT-SKIP-CT
           else
               move AUD-LOC to WS-SL-LOC
               move AUD-ACTION to WS-SL-ACTION
               if AUD-ACTION = "V"
                   move AUD-ORIG-ACTION to WS-SL-MAP-ACTION
               else
                   move AUD-ACTION to WS-SL-MAP-ACTION
               end-if
               if AUD-NEW-QT > AUD-OLD-QT
                   move "D" to WS-SL-DIRECTION
               else
                   move "C" to WS-SL-DIRECTION
               end-if
               perform 330-FIND-SUMMARY-ENTRY
               add AUD-MOVE-VALUE to WS-ST-AMOUNT(WS-ST-FOUND-SUB)
               add 1 to WS-ST-RECORD-CT(WS-ST-FOUND-SUB)
           end-if
           perform 310-READ-AUDIT.

       330-FIND-SUMMARY-ENTRY.
           move ZERO to WS-ST-FOUND-SUB
           move ZERO to WS-ST-INSERT-SUB
           perform 335-SCAN-SUMMARY-ENTRY
               varying WS-ST-SUB from 1 by 1
               until WS-ST-SUB > WS-SUMMARY-ENTRY-CT
               or WS-ST-INSERT-SUB > ZERO
           if WS-ST-FOUND-SUB = ZERO
               perform 340-NEW-SUMMARY-ENTRY
           end-if.

       335-SCAN-SUMMARY-ENTRY.
           if WS-ST-KEY(WS-ST-SUB) >= WS-SUMMARY-LOOKUP-KEY
               move WS-ST-SUB to WS-ST-INSERT-SUB
               if WS-ST-KEY(WS-ST-SUB) = WS-SUMMARY-LOOKUP-KEY
                   move WS-ST-SUB to WS-ST-FOUND-SUB
               end-if
           end-if.

       340-NEW-SUMMARY-ENTRY.
           if WS-SUMMARY-ENTRY-CT >= WS-SUMMARY-MAX
               display "PROGRAM13: SUMMARY TABLE FULL AT "
                   WS-SUMMARY-LOOKUP-KEY " -- RUN ABORTED"
               move "SUMMARY TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           add 1 to WS-SUMMARY-ENTRY-CT
           if WS-ST-INSERT-SUB = ZERO
               move WS-SUMMARY-ENTRY-CT to WS-ST-INSERT-SUB
           end-if
           perform 345-SHIFT-SUMMARY-ENTRY
               varying WS-ST-SHIFT-SUB from WS-SUMMARY-ENTRY-CT by -1
               until WS-ST-SHIFT-SUB <= WS-ST-INSERT-SUB
           move WS-ST-INSERT-SUB to WS-ST-FOUND-SUB
           move WS-SUMMARY-LOOKUP-KEY to WS-ST-KEY(WS-ST-FOUND-SUB)
           move ZERO to WS-ST-AMOUNT(WS-ST-FOUND-SUB)
           move ZERO to WS-ST-RECORD-CT(WS-ST-FOUND-SUB).

       345-SHIFT-SUMMARY-ENTRY.
           COMPUTE WS-ST-SHIFT-FROM = WS-ST-SHIFT-SUB - 1
           move WS-SUMMARY-ENTRY(WS-ST-SHIFT-FROM) to
               WS-SUMMARY-ENTRY(WS-ST-SHIFT-SUB).

       400-LOAD-SNAPSHOTS.
           move "O" to WS-SNAP-SIDE
           move WS-OPEN-SNAP-FILENAME to WS-SNAP-FILENAME
           perform 410-VALUE-ONE-SNAPSHOT
           move "C" to WS-SNAP-SIDE
           move WS-CLOSE-SNAP-FILENAME to WS-SNAP-FILENAME
           perform 410-VALUE-ONE-SNAPSHOT.

       410-VALUE-ONE-SNAPSHOT.
           move "N" to WS-SNAP-EOF-SWITCH
           open input SNAP-FILE
           perform 420-READ-SNAPSHOT
           perform 430-POST-SNAPSHOT-ENTRY until SNAP-EOF
           close SNAP-FILE.

       420-READ-SNAPSHOT.
           read SNAP-FILE
               at end move "Y" to WS-SNAP-EOF-SWITCH
           end-read.

       430-POST-SNAPSHOT-ENTRY.
           COMPUTE WS-ITEM-VALUE = SN-QT * SN-UNIT-COST
           move SN-LOC to WS-LOC-LOOKUP
           perform 450-FIND-LOC-ENTRY
           if OPENING-SNAPSHOT
               add 1 to WS-OPEN-SNAP-CT
               add WS-ITEM-VALUE to WS-LT-OPEN-VALUE(WS-LT-FOUND-SUB)
               add WS-ITEM-VALUE to WS-OPEN-TOTAL
           else
               add 1 to WS-CLOSE-SNAP-CT
               add WS-ITEM-VALUE to WS-LT-CLOSE-VALUE(WS-LT-FOUND-SUB)
               add WS-ITEM-VALUE to WS-CLOSE-TOTAL
           end-if
           perform 420-READ-SNAPSHOT.

       450-FIND-LOC-ENTRY.
           move ZERO to WS-LT-FOUND-SUB
           perform 455-SCAN-LOC-ENTRY
               varying WS-LT-SUB from 1 by 1
               until WS-LT-SUB > WS-LOC-ENTRY-CT
               or WS-LT-FOUND-SUB > ZERO
           if WS-LT-FOUND-SUB = ZERO
               if WS-LOC-ENTRY-CT >= WS-LOC-MAX
                   display "PROGRAM13: LOCATION TABLE FULL AT "
                       WS-LOC-LOOKUP " -- RUN ABORTED"
                   move "LOCATION TABLE FULL" to WS-RUNLOG-REASON
                   move 12 to RETURN-CODE
                   perform 990-WRITE-RUN-LOG
                   stop run
               end-if
               add 1 to WS-LOC-ENTRY-CT
               move WS-LOC-ENTRY-CT to WS-LT-FOUND-SUB
               move WS-LOC-LOOKUP to WS-LT-LOC(WS-LT-FOUND-SUB)
               move ZERO to WS-LT-OPEN-VALUE(WS-LT-FOUND-SUB)
               move ZERO to WS-LT-CLOSE-VALUE(WS-LT-FOUND-SUB)
               move ZERO to WS-LT-NET-CHANGE(WS-LT-FOUND-SUB)
           end-if.

       455-SCAN-LOC-ENTRY.
           if WS-LT-LOC(WS-LT-SUB) = WS-LOC-LOOKUP
               move WS-LT-SUB to WS-LT-FOUND-SUB
           end-if.

       500-WRITE-JOURNAL.
           open output JOURNAL-FILE
           move spaces to JOURNAL-HEADER-REC
           move "HDR" to JH-REC-TYPE
           move "INV" to JH-SOURCE
           move WS-CLOSE-PERIOD-NUM to JH-PERIOD
           move WS-RUN-DATE to JH-CREATE-DATE
           write JOURNAL-HEADER-REC
           perform 510-JOURNAL-ONE-SUMMARY
               varying WS-ST-SUB from 1 by 1
               until WS-ST-SUB > WS-SUMMARY-ENTRY-CT
           move spaces to JOURNAL-TRAILER-REC
           move "TRL" to JT-REC-TYPE
           move WS-JOURNAL-LINE-NO to JT-LINE-COUNT
           move WS-TOTAL-DEBITS to JT-TOTAL-DEBITS
           move WS-TOTAL-CREDITS to JT-TOTAL-CREDITS
           write JOURNAL-TRAILER-REC
           close JOURNAL-FILE.

      *    Each summary line becomes one debit and one credit.  An
      *    unmapped line is shown on the proof but not journalled,
      *    which leaves the journal incomplete and the close open.
       510-JOURNAL-ONE-SUMMARY.
           move spaces to WS-GL-DETAIL-LINE
           move WS-ST-LOC(WS-ST-SUB) to WG-LOC
           move WS-ST-ACTION(WS-ST-SUB) to WG-ACTION
           if WS-ST-ACTION(WS-ST-SUB) = "V"
               move WS-ST-MAP-ACTION(WS-ST-SUB) to WG-VOID
           end-if
           move WS-ST-RECORD-CT(WS-ST-SUB) to WG-RECORD-CT
           move WS-ST-AMOUNT(WS-ST-SUB) to WG-AMOUNT
           move WS-ST-LOC(WS-ST-SUB) to WS-LOC-LOOKUP
           perform 450-FIND-LOC-ENTRY
           if WS-ST-DIRECTION(WS-ST-SUB) = "D"
               add WS-ST-AMOUNT(WS-ST-SUB) to
                   WS-LT-NET-CHANGE(WS-LT-FOUND-SUB)
           else
               subtract WS-ST-AMOUNT(WS-ST-SUB) from
                   WS-LT-NET-CHANGE(WS-LT-FOUND-SUB)
           end-if
           perform 520-FIND-ACCOUNTS
           if WS-MAP-FOUND-SUB = ZERO
               add 1 to WS-UNMAPPED-CT
               move "N" to WS-BALANCE-SWITCH
               move "UNMAPPED" to WG-CONDITION
           else
               move WS-MT-DESC(WS-MAP-FOUND-SUB) to WS-LINE-DESC
               if WS-ST-DIRECTION(WS-ST-SUB) = "D"
                   move WS-MT-INV-ACCOUNT(WS-MAP-FOUND-SUB) to
                       WS-DEBIT-ACCOUNT
                   move WS-MT-OFFSET-ACCOUNT(WS-MAP-FOUND-SUB) to
                       WS-CREDIT-ACCOUNT
               else
                   move WS-MT-OFFSET-ACCOUNT(WS-MAP-FOUND-SUB) to
                       WS-DEBIT-ACCOUNT
                   move WS-MT-INV-ACCOUNT(WS-MAP-FOUND-SUB) to
                       WS-CREDIT-ACCOUNT
               end-if
               move WS-DEBIT-ACCOUNT to WG-DEBIT-ACCOUNT
               move WS-CREDIT-ACCOUNT to WG-CREDIT-ACCOUNT
               move WS-LINE-DESC to WG-DESC
               move "D" to GJ-DR-CR
               move WS-DEBIT-ACCOUNT to GJ-ACCOUNT
               perform 530-WRITE-JOURNAL-LINE
               add WS-ST-AMOUNT(WS-ST-SUB) to WS-TOTAL-DEBITS
               move "C" to GJ-DR-CR
               move WS-CREDIT-ACCOUNT to GJ-ACCOUNT
               perform 530-WRITE-JOURNAL-LINE
               add WS-ST-AMOUNT(WS-ST-SUB) to WS-TOTAL-CREDITS
           end-if
           write GL-PROOF-REC from WS-GL-DETAIL-LINE.

       520-FIND-ACCOUNTS.
           move ZERO to WS-MAP-FOUND-SUB
           move WS-ST-LOC(WS-ST-SUB) to WS-MAP-LOOKUP-LOC
           perform 525-SCAN-MAP-ENTRY
               varying WS-MAP-SUB from 1 by 1
               until WS-MAP-SUB > WS-MAP-ENTRY-CT
               or WS-MAP-FOUND-SUB > ZERO
           if WS-MAP-FOUND-SUB = ZERO
               move "**" to WS-MAP-LOOKUP-LOC
               perform 525-SCAN-MAP-ENTRY
                   varying WS-MAP-SUB from 1 by 1
                   until WS-MAP-SUB > WS-MAP-ENTRY-CT
                   or WS-MAP-FOUND-SUB > ZERO
           end-if
           if WS-MAP-FOUND-SUB > ZERO
               if WS-MT-INV-ACCOUNT(WS-MAP-FOUND-SUB) = spaces
                   or WS-MT-OFFSET-ACCOUNT(WS-MAP-FOUND-SUB) = spaces
                   move ZERO to WS-MAP-FOUND-SUB
               end-if
           end-if.

       525-SCAN-MAP-ENTRY.
           if WS-MT-LOC(WS-MAP-SUB) = WS-MAP-LOOKUP-LOC
               and WS-MT-ACTION(WS-MAP-SUB) =
                   WS-ST-MAP-ACTION(WS-ST-SUB)
               move WS-MAP-SUB to WS-MAP-FOUND-SUB
           end-if.

       530-WRITE-JOURNAL-LINE.
           add 1 to WS-JOURNAL-LINE-NO
           move "JNL" to GJ-REC-TYPE
           move WS-CLOSE-PERIOD-NUM to GJ-PERIOD
           move WS-JOURNAL-LINE-NO to GJ-LINE-NO
           move WS-ST-LOC(WS-ST-SUB) to GJ-LOC
           move WS-ST-AMOUNT(WS-ST-SUB) to GJ-AMOUNT
           move WS-ST-ACTION(WS-ST-SUB) to GJ-ACTION
           if WS-ST-ACTION(WS-ST-SUB) = "V"
               move WS-ST-MAP-ACTION(WS-ST-SUB) to GJ-ORIG-ACTION
           else
               move space to GJ-ORIG-ACTION
           end-if
           move WS-LINE-DESC to GJ-DESC
           write JOURNAL-REC.

      *    Opening value plus the journalled movement should give the
      *    closing value.  Cost changes are not on the audit trail and
      *    average-cost rounding is not journalled, so a difference is
      *    reported for finance to book but does not hold the close.
       600-TIE-OUT.
           move spaces to GL-PROOF-REC
           write GL-PROOF-REC
           move WS-OPEN-SNAP-FILENAME to WT1-OPEN-FILENAME
           move WS-CLOSE-SNAP-FILENAME to WT1-CLOSE-FILENAME
           write GL-PROOF-REC from WS-GL-TIE-HEADING-1
           write GL-PROOF-REC from WS-GL-TIE-HEADING-2
           perform 610-TIE-ONE-LOCATION
               varying WS-LT-SUB from 1 by 1
               until WS-LT-SUB > WS-LOC-ENTRY-CT
           move spaces to WS-GL-TIE-LINE
           move "TOTAL" to WTL-LOC
           move WS-OPEN-TOTAL to WTL-OPEN-VALUE
           move WS-NET-TOTAL to WTL-NET-CHANGE
           COMPUTE WS-EXPECTED-CLOSE = WS-OPEN-TOTAL + WS-NET-TOTAL
           move WS-EXPECTED-CLOSE to WTL-EXPECTED
           move WS-CLOSE-TOTAL to WTL-CLOSE-VALUE
           COMPUTE WS-TIE-DIFF = WS-CLOSE-TOTAL - WS-EXPECTED-CLOSE
           move WS-TIE-DIFF to WTL-DIFFERENCE
           if WS-OPEN-SNAP-CT = ZERO
               move "NO OPENING" to WTL-CONDITION
           else
               if WS-TIE-DIFF = ZERO
                   move "TIES" to WTL-CONDITION
               else
                   move "DOES NOT TIE" to WTL-CONDITION
               end-if
           end-if
           move spaces to GL-PROOF-REC
           write GL-PROOF-REC
           write GL-PROOF-REC from WS-GL-TIE-LINE.

       610-TIE-ONE-LOCATION.
           move spaces to WS-GL-TIE-LINE
           move WS-LT-LOC(WS-LT-SUB) to WTL-LOC
           move WS-LT-OPEN-VALUE(WS-LT-SUB) to WTL-OPEN-VALUE
           move WS-LT-NET-CHANGE(WS-LT-SUB) to WTL-NET-CHANGE
           add WS-LT-NET-CHANGE(WS-LT-SUB) to WS-NET-TOTAL
           COMPUTE WS-EXPECTED-CLOSE = WS-LT-OPEN-VALUE(WS-LT-SUB)
               + WS-LT-NET-CHANGE(WS-LT-SUB)
           move WS-EXPECTED-CLOSE to WTL-EXPECTED
           move WS-LT-CLOSE-VALUE(WS-LT-SUB) to WTL-CLOSE-VALUE
           COMPUTE WS-TIE-DIFF = WS-LT-CLOSE-VALUE(WS-LT-SUB)
               - WS-EXPECTED-CLOSE
           move WS-TIE-DIFF to WTL-DIFFERENCE
           if WS-TIE-DIFF = ZERO
               move "TIES" to WTL-CONDITION
               add 1 to WS-LOC-TIED-CT
           else
               move "DOES NOT TIE" to WTL-CONDITION
               add 1 to WS-LOC-NOT-TIED-CT
           end-if
           write GL-PROOF-REC from WS-GL-TIE-LINE.

       900-GL-TOTALS.
           COMPUTE WS-JOURNAL-DIFF = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
           if WS-JOURNAL-DIFF not = ZERO
               move "N" to WS-BALANCE-SWITCH
           end-if
           move spaces to GL-PROOF-REC
           write GL-PROOF-REC
           move spaces to WS-GL-AMOUNT-LINE
           move "TOTAL DEBITS           : " to WAL-LABEL
           move WS-TOTAL-DEBITS to WAL-AMOUNT
           write GL-PROOF-REC from WS-GL-AMOUNT-LINE
           move "TOTAL CREDITS          : " to WAL-LABEL
           move WS-TOTAL-CREDITS to WAL-AMOUNT
           write GL-PROOF-REC from WS-GL-AMOUNT-LINE
           move "DEBITS LESS CREDITS    : " to WAL-LABEL
           move WS-JOURNAL-DIFF to WAL-AMOUNT
           if JOURNAL-IN-BALANCE
               move "JOURNAL IN BALANCE" to WAL-CONDITION
           else
               move "JOURNAL NOT IN BALANCE" to WAL-CONDITION
           end-if
           write GL-PROOF-REC from WS-GL-AMOUNT-LINE
           move spaces to GL-PROOF-REC
           write GL-PROOF-REC
           move "AUDIT RECORDS READ     : " to WT-TOTAL-LABEL
           move WS-AUDIT-READ-CT to WT-TOTAL-COUNT
           write GL-PROOF-REC from WS-GL-TOTAL-LINE
           move "AUDIT RECORDS NO VALUE : " to WT-TOTAL-LABEL
           move WS-AUDIT-SKIP-CT to WT-TOTAL-COUNT
           write GL-PROOF-REC from WS-GL-TOTAL-LINE
           move "JOURNAL LINES WRITTEN  : " to WT-TOTAL-LABEL
           move WS-JOURNAL-LINE-NO to WT-TOTAL-COUNT
           write GL-PROOF-REC from WS-GL-TOTAL-LINE
           move "SUMMARY LINES UNMAPPED : " to WT-TOTAL-LABEL
           move WS-UNMAPPED-CT to WT-TOTAL-COUNT
           write GL-PROOF-REC from WS-GL-TOTAL-LINE
           move "OPENING SNAPSHOT ITEMS : " to WT-TOTAL-LABEL
           move WS-OPEN-SNAP-CT to WT-TOTAL-COUNT
           write GL-PROOF-REC from WS-GL-TOTAL-LINE
           move "CLOSING SNAPSHOT ITEMS : " to WT-TOTAL-LABEL
           move WS-CLOSE-SNAP-CT to WT-TOTAL-COUNT
           write GL-PROOF-REC from WS-GL-TOTAL-LINE
           move "LOCATIONS TIED         : " to WT-TOTAL-LABEL
           move WS-LOC-TIED-CT to WT-TOTAL-COUNT
           write GL-PROOF-REC from WS-GL-TOTAL-LINE
           move "LOCATIONS NOT TIED     : " to WT-TOTAL-LABEL
           move WS-LOC-NOT-TIED-CT to WT-TOTAL-COUNT
           write GL-PROOF-REC from WS-GL-TOTAL-LINE

           display "===== PROGRAM13 GL JOURNAL TOTALS ====="
           display "PERIOD JOURNALLED      : " WS-CLOSE-PERIOD
           display "AUDIT RECORDS READ     : " WS-AUDIT-READ-CT
           display "JOURNAL LINES WRITTEN  : " WS-JOURNAL-LINE-NO
           display "TOTAL DEBITS           : " WS-TOTAL-DEBITS
           display "TOTAL CREDITS          : " WS-TOTAL-CREDITS
           display "SUMMARY LINES UNMAPPED : " WS-UNMAPPED-CT
           display "LOCATIONS NOT TIED     : " WS-LOC-NOT-TIED-CT
           if JOURNAL-IN-BALANCE
               display "JOURNAL                : IN BALANCE"
           else
               display "JOURNAL                : NOT IN BALANCE"
           end-if
           display "=======================================".

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM13" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           move WS-AUDIT-FILENAME to RL-INPUT-FILE-1
           move WS-MAP-FILENAME to RL-INPUT-FILE-2
           move "AUDIT READ" to RL-COUNT-LABEL(1)
           move WS-AUDIT-READ-CT to RL-COUNT-VALUE(1)
           move "AUDIT SKIP" to RL-COUNT-LABEL(2)
           move WS-AUDIT-SKIP-CT to RL-COUNT-VALUE(2)
           move "JOURNAL LNS" to RL-COUNT-LABEL(3)
           move WS-JOURNAL-LINE-NO to RL-COUNT-VALUE(3)
           move "UNMAPPED" to RL-COUNT-LABEL(4)
           move WS-UNMAPPED-CT to RL-COUNT-VALUE(4)
           move "LOCS TIED" to RL-COUNT-LABEL(5)
           move WS-LOC-TIED-CT to RL-COUNT-VALUE(5)
           move "NOT TIED" to RL-COUNT-LABEL(6)
           move WS-LOC-NOT-TIED-CT to RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.
