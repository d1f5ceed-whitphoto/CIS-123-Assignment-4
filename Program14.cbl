       program-id. Program14.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOM-FILE ASSIGN TO DYNAMIC WS-BOM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHERE-USED-FILE ASSIGN TO DYNAMIC
               WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALENDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD BOM-FILE.
           01 BOM-REC.
               05 BM-KIT-PROD-ID       PIC X(4).
               05 BM-COMP-PROD-ID      PIC X(4).
               05 BM-QTY-PER           PIC 9(5).

       FD MASTER-FILE.
           01 MASTER-REC.
               05 M-KEY.
                   10 M-LOC            PIC X(2).
                   10 M-PROD-ID        PIC X(4).
               05 M-DESC               PIC X(15).
               05 M-QT                 PIC 9(5).
               05 M-REORDER-POINT      PIC 9(5).
               05 M-REORDER-QT         PIC 9(5).
               05 M-UNIT-COST          PIC 9(4)V99.

       FD WHERE-USED-FILE.
           01 WHERE-USED-REC           PIC X(80).

       FD CALENDAR-FILE.
           01 CALENDAR-REC.
               05 CAL-OPEN-PERIOD      PIC 9(6).
               05 CAL-RUN-DATE         PIC 9(8).

       SD SORT-WORK-FILE.
           01 SORT-BOM-REC.
               05 S-COMP-PROD-ID       PIC X(4).
               05 S-KIT-PROD-ID        PIC X(4).
               05 S-QTY-PER            PIC 9(5).

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
       01 WS-BOM-EOF-SWITCH            pic X VALUE "N".
           88 BOM-EOF                        VALUE "Y".
       01 WS-MASTER-EOF-SWITCH         pic X VALUE "N".
           88 MASTER-EOF                     VALUE "Y".
       01 WS-SORT-EOF-SWITCH           pic X VALUE "N".
           88 SORT-EOF                       VALUE "Y".

       01 WS-ARG-NUM                   pic 9 VALUE 1.
       01 WS-COMMAND-ARG               pic X(40).

       01 WS-BOM-FILENAME              pic X(40) VALUE "BOM.TXT".
       01 WS-MASTER-FILENAME           pic X(40) VALUE "master.txt".
       01 WS-REPORT-FILENAME           pic X(40) VALUE
           "WHEREUSED.TXT".

       01 WS-RUN-DATE                  pic 9(8).
       01 WS-CAL-EOF-SWITCH            pic X VALUE "N".
       01 WS-CAL-FOUND-SWITCH          pic X VALUE "N".
           88 CALENDAR-FOUND                 VALUE "Y".

      *    Product descriptions by product id, taken from the first
      *    location that stocks each product.  Kept in sequence so
      *    the report can binary-search it; WS-BS-LO lands on the
      *    insertion point when the product is not present.
       01 WS-PROD-TABLE.
           05 WS-PD-ENTRY OCCURS 30000 TIMES.
               10 WS-PD-PROD-ID        pic X(4).
               10 WS-PD-DESC           pic X(15).
       01 WS-PD-ENTRY-CT               pic 9(5) VALUE ZERO.
       01 WS-PD-MAX                    pic 9(5) VALUE 30000.
       01 WS-PD-FOUND-SUB              pic 9(5) COMP.
       01 WS-INSERT-SUB                pic 9(5) COMP.
       01 WS-SHIFT-SUB                 pic 9(5) COMP.
       01 WS-SHIFT-FROM                pic 9(5) COMP.
       01 WS-BS-LO                     pic 9(5) COMP.
       01 WS-BS-HI                     pic 9(5) COMP.
       01 WS-BS-MID                    pic 9(5) COMP.
       01 WS-LOOKUP-PROD-ID            pic X(4).
       01 WS-LOOKUP-DESC               pic X(15).

       01 WS-PRIOR-COMP-PROD-ID        pic X(4).
       01 WS-COMP-KIT-CT               pic 9(4) VALUE ZERO.

       01 WS-BOM-READ-CT               pic 9(6) VALUE ZERO.
       01 WS-MASTER-READ-CT            pic 9(6) VALUE ZERO.
       01 WS-COMPONENT-CT              pic 9(6) VALUE ZERO.
       01 WS-WHERE-USED-CT             pic 9(6) VALUE ZERO.
       01 WS-NOT-ON-MASTER-CT          pic 9(6) VALUE ZERO.
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       01 WS-WU-HEADING-1.
           05 FILLER                   pic X(29) VALUE
               "COMPONENT WHERE-USED LIST -- ".
           05 WH1-RUN-DATE             pic X(10).

       01 WS-WU-HEADING-2.
           05 FILLER                   pic X(6)  VALUE "COMP".
           05 FILLER                   pic X(17) VALUE
               "DESCRIPTION".
           05 FILLER                   pic X(6)  VALUE "KIT".
           05 FILLER                   pic X(17) VALUE
               "KIT DESCRIPTION".
           05 FILLER                   pic X(7)  VALUE "QTY PER".

       01 WS-WU-DETAIL-LINE.
           05 WU-COMP-PROD-ID          pic X(4).
           05 FILLER                   pic X(2).
           05 WU-COMP-DESC             pic X(15).
           05 FILLER                   pic X(2).
           05 WU-KIT-PROD-ID           pic X(4).
           05 FILLER                   pic X(2).
           05 WU-KIT-DESC              pic X(15).
           05 FILLER                   pic X(4).
           05 WU-QTY-PER               pic ZZZZ9.

       01 WS-WU-COMP-TOTAL-LINE.
           05 FILLER                   pic X(23) VALUE SPACES.
           05 FILLER                   pic X(11) VALUE
               "KITS USING ".
           05 WU-TOT-COMP-PROD-ID      pic X(4).
           05 FILLER                   pic X(2)  VALUE ": ".
           05 WU-TOT-KIT-CT            pic ZZZ9.

       01 WS-WU-TOTAL-LINE.
           05 WT-TOTAL-LABEL           pic X(25).
           05 WT-TOTAL-COUNT           pic ZZZZZ9.

       01 WS-RUN-DATE-DISPLAY.
           05 WS-RD-MM                 pic 99.
           05 FILLER                   pic X VALUE "/".
           05 WS-RD-DD                 pic 99.
           05 FILLER                   pic X VALUE "/".
           05 WS-RD-YYYY               pic 9(4).

       procedure division.

       000-WHERE-USED-CONTROL SECTION.
       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           perform 110-SET-RUN-DATE
           perform 200-LOAD-DESCRIPTIONS
           open output WHERE-USED-FILE
           move WS-RUN-DATE(5:2) to WS-RD-MM
           move WS-RUN-DATE(7:2) to WS-RD-DD
           move WS-RUN-DATE(1:4) to WS-RD-YYYY
           move WS-RUN-DATE-DISPLAY to WH1-RUN-DATE
           write WHERE-USED-REC from WS-WU-HEADING-1
           move spaces to WHERE-USED-REC
           write WHERE-USED-REC
           write WHERE-USED-REC from WS-WU-HEADING-2

           sort SORT-WORK-FILE
               on ascending key S-COMP-PROD-ID S-KIT-PROD-ID
               input procedure is 600-BOM-INPUT
               output procedure is 650-WHERE-USED-OUTPUT

           perform 900-WHERE-USED-TOTALS
           close WHERE-USED-FILE
           perform 990-WRITE-RUN-LOG
           stop run.

       105-PARSE-ARGUMENTS.
           move spaces to WS-COMMAND-ARG
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-BOM-FILENAME
           end-if
           move spaces to WS-COMMAND-ARG
           move 2 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-MASTER-FILENAME
           end-if
           move spaces to WS-COMMAND-ARG
           move 3 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-REPORT-FILENAME
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

       200-LOAD-DESCRIPTIONS.
           open input MASTER-FILE
           perform 210-READ-MASTER
           perform 220-POST-DESCRIPTION until MASTER-EOF
           close MASTER-FILE.

       210-READ-MASTER.
           read MASTER-FILE
               at end move "Y" to WS-MASTER-EOF-SWITCH
               not at end add 1 to WS-MASTER-READ-CT
           end-read.

       220-POST-DESCRIPTION.
           move M-PROD-ID to WS-LOOKUP-PROD-ID
           perform 505-LOOKUP-PROD-ENTRY
           if WS-PD-FOUND-SUB = ZERO
               perform 520-NEW-PROD-ENTRY
               move M-DESC to WS-PD-DESC(WS-PD-FOUND-SUB)
           end-if
           perform 210-READ-MASTER.

      *    One line per kit the component goes into; the component is
      *    named on the first line of its group only.
       300-WRITE-WHERE-USED.
           move spaces to WS-WU-DETAIL-LINE
           if S-COMP-PROD-ID not = WS-PRIOR-COMP-PROD-ID
               if WS-COMP-KIT-CT > ZERO
                   perform 310-WRITE-COMP-TOTAL
               end-if
               move S-COMP-PROD-ID to WS-PRIOR-COMP-PROD-ID
               add 1 to WS-COMPONENT-CT
               move S-COMP-PROD-ID to WS-LOOKUP-PROD-ID
               perform 320-GET-DESCRIPTION
               move S-COMP-PROD-ID to WU-COMP-PROD-ID
               move WS-LOOKUP-DESC to WU-COMP-DESC
           end-if
           move S-KIT-PROD-ID to WS-LOOKUP-PROD-ID
           perform 320-GET-DESCRIPTION
           move S-KIT-PROD-ID to WU-KIT-PROD-ID
           move WS-LOOKUP-DESC to WU-KIT-DESC
           move S-QTY-PER to WU-QTY-PER
           write WHERE-USED-REC from WS-WU-DETAIL-LINE
           add 1 to WS-COMP-KIT-CT
           add 1 to WS-WHERE-USED-CT.

       310-WRITE-COMP-TOTAL.
           move WS-PRIOR-COMP-PROD-ID to WU-TOT-COMP-PROD-ID
           move WS-COMP-KIT-CT to WU-TOT-KIT-CT
           write WHERE-USED-REC from WS-WU-COMP-TOTAL-LINE
           move spaces to WHERE-USED-REC
           write WHERE-USED-REC
           move ZERO to WS-COMP-KIT-CT.

       320-GET-DESCRIPTION.
           perform 505-LOOKUP-PROD-ENTRY
           if WS-PD-FOUND-SUB = ZERO
               move "*NOT ON MASTER*" to WS-LOOKUP-DESC
               add 1 to WS-NOT-ON-MASTER-CT
           else
               move WS-PD-DESC(WS-PD-FOUND-SUB) to WS-LOOKUP-DESC
           end-if.

       505-LOOKUP-PROD-ENTRY.
           move ZERO to WS-PD-FOUND-SUB
           move 1 to WS-BS-LO
           move WS-PD-ENTRY-CT to WS-BS-HI
           perform 510-BSEARCH-PROD-ENTRY
               until WS-BS-LO > WS-BS-HI
               or WS-PD-FOUND-SUB > ZERO.

       510-BSEARCH-PROD-ENTRY.
           COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
           if WS-PD-PROD-ID(WS-BS-MID) = WS-LOOKUP-PROD-ID
               move WS-BS-MID to WS-PD-FOUND-SUB
           else
               if WS-PD-PROD-ID(WS-BS-MID) < WS-LOOKUP-PROD-ID
                   COMPUTE WS-BS-LO = WS-BS-MID + 1
               else
                   COMPUTE WS-BS-HI = WS-BS-MID - 1
               end-if
           end-if.

       520-NEW-PROD-ENTRY.
           if WS-PD-ENTRY-CT >= WS-PD-MAX
               display "PROGRAM14: PRODUCT TABLE FULL AT "
                   WS-LOOKUP-PROD-ID " -- RUN ABORTED"
               move "PRODUCT TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move WS-BS-LO to WS-INSERT-SUB
           add 1 to WS-PD-ENTRY-CT
           perform 530-SHIFT-PROD-ENTRY
               varying WS-SHIFT-SUB from WS-PD-ENTRY-CT by -1
               until WS-SHIFT-SUB <= WS-INSERT-SUB
           move WS-INSERT-SUB to WS-PD-FOUND-SUB
           move WS-LOOKUP-PROD-ID to WS-PD-PROD-ID(WS-PD-FOUND-SUB)
           move spaces to WS-PD-DESC(WS-PD-FOUND-SUB).

       530-SHIFT-PROD-ENTRY.
           COMPUTE WS-SHIFT-FROM = WS-SHIFT-SUB - 1
           move WS-PD-ENTRY(WS-SHIFT-FROM) to
               WS-PD-ENTRY(WS-SHIFT-SUB).

       900-WHERE-USED-TOTALS.
           move "BOM LINES READ         : " to WT-TOTAL-LABEL
           move WS-BOM-READ-CT to WT-TOTAL-COUNT
           write WHERE-USED-REC from WS-WU-TOTAL-LINE
           move "COMPONENTS LISTED      : " to WT-TOTAL-LABEL
           move WS-COMPONENT-CT to WT-TOTAL-COUNT
           write WHERE-USED-REC from WS-WU-TOTAL-LINE
           move "WHERE-USED LINES       : " to WT-TOTAL-LABEL
           move WS-WHERE-USED-CT to WT-TOTAL-COUNT
           write WHERE-USED-REC from WS-WU-TOTAL-LINE
           move "ITEMS NOT ON MASTER    : " to WT-TOTAL-LABEL
           move WS-NOT-ON-MASTER-CT to WT-TOTAL-COUNT
           write WHERE-USED-REC from WS-WU-TOTAL-LINE

           display "===== PROGRAM14 WHERE-USED TOTALS ====="
           display "BOM LINES READ         : " WS-BOM-READ-CT
           display "COMPONENTS LISTED      : " WS-COMPONENT-CT
           display "WHERE-USED LINES       : " WS-WHERE-USED-CT
           display "ITEMS NOT ON MASTER    : " WS-NOT-ON-MASTER-CT
           display "======================================".

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM14" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           move WS-BOM-FILENAME to RL-INPUT-FILE-1
           move WS-MASTER-FILENAME to RL-INPUT-FILE-2
           move "BOM READ" to RL-COUNT-LABEL(1)
           move WS-BOM-READ-CT to RL-COUNT-VALUE(1)
           move "ITEMS READ" to RL-COUNT-LABEL(2)
           move WS-MASTER-READ-CT to RL-COUNT-VALUE(2)
           move "COMPONENTS" to RL-COUNT-LABEL(3)
           move WS-COMPONENT-CT to RL-COUNT-VALUE(3)
           move "WHERE USED" to RL-COUNT-LABEL(4)
           move WS-WHERE-USED-CT to RL-COUNT-VALUE(4)
           move "NOT ON MAST" to RL-COUNT-LABEL(5)
           move WS-NOT-ON-MASTER-CT to RL-COUNT-VALUE(5)
           move ZERO to RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.

       600-BOM-INPUT SECTION.
       610-RELEASE-BOM.
           open input BOM-FILE
           perform 620-READ-BOM
           perform 630-RELEASE-ONE-BOM until BOM-EOF
           close BOM-FILE
           go to 690-BOM-INPUT-EXIT.

       620-READ-BOM.
           read BOM-FILE
               at end move "Y" to WS-BOM-EOF-SWITCH
               not at end add 1 to WS-BOM-READ-CT
           end-read.

       630-RELEASE-ONE-BOM.
           move BM-COMP-PROD-ID to S-COMP-PROD-ID
           move BM-KIT-PROD-ID to S-KIT-PROD-ID
           move BM-QTY-PER to S-QTY-PER
           release SORT-BOM-REC
           perform 620-READ-BOM.

       690-BOM-INPUT-EXIT.
           exit.

       650-WHERE-USED-OUTPUT SECTION.
       660-RETURN-BY-COMPONENT.
           move LOW-VALUES to WS-PRIOR-COMP-PROD-ID
           perform 670-RETURN-ONE-BOM
           perform 680-LIST-ONE-BOM until SORT-EOF
           if WS-COMP-KIT-CT > ZERO
               perform 310-WRITE-COMP-TOTAL
           end-if
           go to 695-WHERE-USED-OUTPUT-EXIT.

       670-RETURN-ONE-BOM.
           return SORT-WORK-FILE
               at end move "Y" to WS-SORT-EOF-SWITCH
           end-return.

       680-LIST-ONE-BOM.
           perform 300-WRITE-WHERE-USED
           perform 670-RETURN-ONE-BOM.

       695-WHERE-USED-OUTPUT-EXIT.
           exit.
