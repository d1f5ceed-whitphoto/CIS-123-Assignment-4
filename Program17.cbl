       program-id. Program17.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEED-FILE ASSIGN TO DYNAMIC
               WS-FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAW-TRANS-FILE ASSIGN TO DYNAMIC WS-RAW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC
               WS-SUSPENSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XREF-FILE ASSIGN TO DYNAMIC
               WS-XREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-ERROR-FILE ASSIGN TO "POSERR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-CONTROL-FILE ASSIGN TO "POSCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALENDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
      *    The order system's daily export, one comma-delimited line
      *    per sale:
      *        D,store,item,yyyymmdd,quantity,sales amount
      *    closed by its own control line:
      *        T,sale lines,total quantity,total sales amount
      *    "H" lines carry the export's own heading and are skipped.
      *    A missing export has no control line and does not prove.
       FD FEED-FILE.
           01 FEED-REC                 PIC X(200).

       FD RAW-TRANS-FILE.
           01 RAW-TRANS-REC.
               05 RT-DATE              PIC 9(8).
               05 RT-KEY.
                   10 RT-LOC           PIC X(2).
                   10 RT-PROD-ID       PIC X(4).
               05 RT-QT                PIC 9(5).
               05 RT-ACTION            PIC X.
               05 RT-DESC              PIC X(15).
               05 RT-REORDER-POINT     PIC 9(5).
               05 RT-REORDER-QT        PIC 9(5).
               05 RT-TO-LOC            PIC X(2).
               05 RT-UNIT-COST         PIC 9(6).
           01 RAW-HEADER-REC.
               05 RH-REC-TYPE          PIC X(3).
               05 RH-BRANCH            PIC X(4).
               05 RH-CREATE-DATE       PIC 9(8).
               05 FILLER               PIC X(38).
           01 RAW-TRAILER-REC.
               05 RTL-REC-TYPE         PIC X(3).
               05 RTL-RECORD-COUNT     PIC 9(6).
               05 RTL-QT-HASH          PIC 9(9).
               05 FILLER               PIC X(35).

      *    Suspended sale lines are kept exactly as the order system
      *    sent them, under a control line of their own, so the file
      *    can be fed back through once the cross-reference is fixed.
       FD SUSPENSE-FILE.
           01 SUSPENSE-REC             PIC X(200).

      *    One row per order-system code: type "S" maps a store code
      *    to a location, type "I" maps an item number to a product.
      *    Rows must be in type and code sequence.
       FD XREF-FILE.
           01 XREF-REC.
               05 XR-TYPE              PIC X.
               05 XR-EXT-CODE          PIC X(15).
               05 XR-INT-CODE          PIC X(4).

       FD FEED-ERROR-FILE.
           01 FEED-ERROR-REC           PIC X(100).

       FD FEED-CONTROL-FILE.
           01 FEED-CONTROL-REC         PIC X(100).

       FD CALENDAR-FILE.
           01 CALENDAR-REC.
               05 CAL-OPEN-PERIOD      PIC 9(6).
               05 CAL-RUN-DATE         PIC 9(8).

       SD SORT-WORK-FILE.
           01 SORT-SALE-REC.
               05 S-KEY.
                   10 S-LOC            PIC X(2).
                   10 S-PROD-ID        PIC X(4).
                   10 S-DATE           PIC 9(8).
               05 S-QT                 PIC 9(9).
               05 S-AMOUNT             PIC 9(9)V99.

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
       01 WS-FEED-EOF-SWITCH           pic X VALUE "N".
           88 FEED-EOF                       VALUE "Y".
       01 WS-XREF-EOF-SWITCH           pic X VALUE "N".
           88 XREF-EOF                       VALUE "Y".
       01 WS-SORT-EOF-SWITCH           pic X VALUE "N".
           88 SORT-EOF                       VALUE "Y".
       01 WS-TRAILER-SWITCH            pic X VALUE "N".
           88 TRAILER-FOUND                  VALUE "Y".
           88 TRAILER-INVALID                VALUE "B".

       01 WS-ARG-NUM                   pic 9 VALUE 1.
       01 WS-COMMAND-ARG               pic X(40).

       01 WS-FEED-FILENAME             pic X(40) VALUE "POSFEED.CSV".
       01 WS-RAW-FILENAME              pic X(40) VALUE
           "POSTRANS.TXT".
       01 WS-SUSPENSE-FILENAME         pic X(40) VALUE "POSSUSP.CSV".
       01 WS-XREF-FILENAME             pic X(40) VALUE "POSXREF.TXT".

       01 WS-RUN-DATE                  pic 9(8).
       01 WS-CAL-EOF-SWITCH            pic X VALUE "N".
       01 WS-CAL-FOUND-SWITCH          pic X VALUE "N".
           88 CALENDAR-FOUND                 VALUE "Y".

      *    Both cross-reference tables are loaded in code sequence
      *    and binary-searched.
       01 WS-STORE-TABLE.
           05 WS-ST-ENTRY OCCURS 500 TIMES.
               10 WS-ST-CODE           pic X(15).
               10 WS-ST-LOC            pic X(2).
       01 WS-ST-ENTRY-CT               pic 9(5) VALUE ZERO.
       01 WS-ST-MAX                    pic 9(5) VALUE 500.
       01 WS-ST-FOUND-SUB              pic 9(5) COMP.

       01 WS-ITEM-TABLE.
           05 WS-IT-ENTRY OCCURS 20000 TIMES.
               10 WS-IT-CODE           pic X(15).
               10 WS-IT-PROD-ID        pic X(4).
       01 WS-IT-ENTRY-CT               pic 9(5) VALUE ZERO.
       01 WS-IT-MAX                    pic 9(5) VALUE 20000.
       01 WS-IT-FOUND-SUB              pic 9(5) COMP.

       01 WS-BS-LO                     pic 9(5) COMP.
       01 WS-BS-HI                     pic 9(5) COMP.
       01 WS-BS-MID                    pic 9(5) COMP.
       01 WS-LOOKUP-CODE               pic X(15).
       01 WS-XREF-PRIOR-KEY            pic X(16) VALUE LOW-VALUES.

      *    One feed line split at its commas.  A seventh field means
      *    the line carries more columns than the layout allows.
       01 WS-CSV-FIELDS.
           05 WS-CSV-TYPE              pic X(2).
           05 WS-CSV-STORE             pic X(15).
           05 WS-CSV-ITEM              pic X(15).
           05 WS-CSV-DATE              pic X(20).
           05 WS-CSV-QTY               pic X(20).
           05 WS-CSV-AMOUNT            pic X(20).
           05 WS-CSV-EXTRA             pic X(20).
       01 WS-CSV-FIELD-CT              pic 9(2) COMP.
       01 WS-CSV-STORE-LEN             pic 9(3) COMP.
       01 WS-CSV-ITEM-LEN              pic 9(3) COMP.
       01 WS-CSV-DATE-NUM              pic 9(8).

       01 WS-SALE-REASON               pic X(25) VALUE SPACES.
       01 WS-SALE-QT                   pic 9(9).
       01 WS-SALE-AMOUNT               pic 9(9)V99.
       01 WS-SALE-QT-SWITCH            pic X VALUE "N".
           88 SALE-QT-PARSED                 VALUE "Y".
       01 WS-SALE-AMOUNT-SWITCH        pic X VALUE "N".
           88 SALE-AMOUNT-PARSED             VALUE "Y".

      *    Unsigned number scan: digits, an optional point followed
      *    by up to two decimals when decimals are allowed, and
      *    leading or trailing spaces.
       01 WS-NUM-TEXT                  pic X(20).
       01 WS-NUM-VALUE                 pic 9(9)V99.
       01 WS-NUM-VALUE-X REDEFINES WS-NUM-VALUE pic X(11).
       01 WS-NUM-SUB                   pic 9(2) COMP.
       01 WS-NUM-DIGIT-CT              pic 9(2) COMP.
       01 WS-NUM-DEC-CT                pic 9(2) COMP.
       01 WS-NUM-CHAR                  pic X.
       01 WS-NUM-DIGIT REDEFINES WS-NUM-CHAR pic 9.
       01 WS-NUM-OK-SWITCH             pic X VALUE "Y".
           88 NUMBER-OK                      VALUE "Y".
       01 WS-NUM-DECIMALS-SWITCH       pic X VALUE "N".
           88 DECIMALS-ALLOWED               VALUE "Y".
       01 WS-NUM-POINT-SWITCH          pic X VALUE "N".
           88 NUM-IN-DECIMALS                VALUE "Y".
       01 WS-NUM-END-SWITCH            pic X VALUE "N".
           88 NUM-ENDED                      VALUE "Y".

       01 WS-PRIOR-SALE-KEY            pic X(14).
       01 WS-CON-KEY.
           05 WS-CON-LOC               pic X(2).
           05 WS-CON-PROD-ID           pic X(4).
           05 WS-CON-DATE              pic 9(8).
       01 WS-CON-QT                    pic 9(9) VALUE ZERO.
       01 WS-CON-REMAIN-QT             pic 9(9) VALUE ZERO.
       01 WS-CON-AMOUNT                pic 9(9)V99 VALUE ZERO.

       01 WS-FEED-LINE-CT              pic 9(6) VALUE ZERO.
       01 WS-SALE-READ-CT              pic 9(6) VALUE ZERO.
       01 WS-SALE-READ-QT              pic 9(9) VALUE ZERO.
       01 WS-SALE-READ-AMOUNT          pic 9(9)V99 VALUE ZERO.
       01 WS-MAPPED-CT                 pic 9(6) VALUE ZERO.
       01 WS-WRITTEN-QT                pic 9(9) VALUE ZERO.
       01 WS-WRITTEN-AMOUNT            pic 9(9)V99 VALUE ZERO.
       01 WS-GROUP-CT                  pic 9(6) VALUE ZERO.
       01 WS-RAW-DETAIL-CT             pic 9(6) VALUE ZERO.
       01 WS-RAW-QT-HASH               pic 9(9) VALUE ZERO.
       01 WS-SUSPENSE-CT               pic 9(6) VALUE ZERO.
       01 WS-SUSPENSE-QT               pic 9(9) VALUE ZERO.
       01 WS-SUSPENSE-AMOUNT           pic 9(9)V99 VALUE ZERO.
       01 WS-UNRECOGNISED-CT           pic 9(6) VALUE ZERO.
       01 WS-ERROR-LINE-CT             pic 9(6) VALUE ZERO.
       01 WS-XREF-READ-CT              pic 9(6) VALUE ZERO.
       01 WS-TRL-LINE-CT               pic 9(9) VALUE ZERO.
       01 WS-TRL-QT                    pic 9(9) VALUE ZERO.
       01 WS-TRL-AMOUNT                pic 9(9)V99 VALUE ZERO.
       01 WS-OUT-LINE-CT               pic 9(6) VALUE ZERO.
       01 WS-OUT-QT                    pic 9(9) VALUE ZERO.
       01 WS-OUT-AMOUNT                pic 9(9)V99 VALUE ZERO.
       01 WS-DIFF-LINE-CT              pic S9(9) VALUE ZERO.
       01 WS-DIFF-QT                   pic S9(9) VALUE ZERO.
       01 WS-DIFF-AMOUNT               pic S9(9)V99 VALUE ZERO.
       01 WS-PROOF-RESULT              pic X(25) VALUE SPACES.
       01 WS-FEED-RETURN-CODE          pic 9(4) VALUE ZERO.
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       01 WS-SUSPENSE-CT-OUT           pic 9(6).
       01 WS-SUSPENSE-QT-OUT           pic 9(9).
       01 WS-SUSPENSE-AMOUNT-OUT       pic 9(9).99.

       01 WS-ERROR-HEADING-1.
           05 FILLER                   pic X(28) VALUE
               "ORDER SYSTEM FEED ERRORS -- ".
           05 WEH1-RUN-DATE            pic X(10).

       01 WS-ERROR-HEADING-2.
           05 FILLER                   pic X(8)  VALUE "  LINE".
           05 FILLER                   pic X(16) VALUE "STORE".
           05 FILLER                   pic X(16) VALUE "ITEM".
           05 FILLER                   pic X(11) VALUE "DATE".
           05 FILLER                   pic X(12) VALUE "QUANTITY".
           05 FILLER                   pic X(25) VALUE "REASON".

       01 WS-ERROR-DETAIL-LINE.
           05 WE-LINE-NO               pic ZZZZZ9.
           05 FILLER                   pic X(2).
           05 WE-STORE                 pic X(15).
           05 FILLER                   pic X(1).
           05 WE-ITEM                  pic X(15).
           05 FILLER                   pic X(1).
           05 WE-DATE                  pic X(10).
           05 FILLER                   pic X(1).
           05 WE-QTY                   pic X(10).
           05 FILLER                   pic X(2).
           05 WE-REASON                pic X(25).

       01 WS-NONE-LINE.
           05 FILLER                   pic X(6)  VALUE "  NONE".

       01 WS-CONTROL-HEADING-1.
           05 FILLER                   pic X(29) VALUE
               "ORDER SYSTEM FEED CONTROL -- ".
           05 WCH1-RUN-DATE            pic X(10).

       01 WS-CONTROL-HEADING-2.
           05 FILLER                   pic X(12) VALUE "FEED FILE : ".
           05 WCH2-FEED-FILENAME       pic X(40).

       01 WS-CONTROL-HEADING-3.
           05 FILLER                   pic X(27) VALUE SPACES.
           05 FILLER                   pic X(6)  VALUE " LINES".
           05 FILLER                   pic X(13) VALUE
               "     QUANTITY".
           05 FILLER                   pic X(16) VALUE
               "    SALES AMOUNT".

       01 WS-CONTROL-AMOUNT-LINE.
           05 WC-LABEL                 pic X(27).
           05 WC-LINES                 pic ZZZZZ9.
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 WC-QTY                   pic ZZZ,ZZZ,ZZ9.
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 WC-AMOUNT                pic ZZZ,ZZZ,ZZ9.99.

       01 WS-CONTROL-DIFF-LINE.
           05 WD-LABEL                 pic X(27).
           05 WD-LINES                 pic -----9.
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 WD-QTY                   pic ---,---,--9.
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 WD-AMOUNT                pic ---,---,--9.99.

       01 WS-CONTROL-TOTAL-LINE.
           05 WT-TOTAL-LABEL           pic X(25).
           05 WT-TOTAL-COUNT           pic ZZZZZ9.

       01 WS-CONTROL-HASH-LINE.
           05 WH-TOTAL-LABEL           pic X(25).
           05 WH-TOTAL-HASH            pic ZZZ,ZZZ,ZZ9.

       01 WS-CONTROL-PROOF-LINE.
           05 FILLER                   pic X(25) VALUE
               "FEED PROOF             : ".
           05 WP-PROOF-RESULT          pic X(25).

       01 WS-RUN-DATE-DISPLAY.
           05 WS-RD-MM                 pic 99.
           05 FILLER                   pic X VALUE "/".
           05 WS-RD-DD                 pic 99.
           05 FILLER                   pic X VALUE "/".
           05 WS-RD-YYYY               pic 9(4).

       procedure division.

       000-INTERFACE-CONTROL SECTION.
       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           perform 110-SET-RUN-DATE
           perform 120-LOAD-XREF
           open input FEED-FILE
           open output RAW-TRANS-FILE, SUSPENSE-FILE, FEED-ERROR-FILE
           move spaces to RAW-HEADER-REC
           move "HDR" to RH-REC-TYPE
           move "POS" to RH-BRANCH
           move WS-RUN-DATE to RH-CREATE-DATE
           write RAW-HEADER-REC
           move WS-RUN-DATE(5:2) to WS-RD-MM
           move WS-RUN-DATE(7:2) to WS-RD-DD
           move WS-RUN-DATE(1:4) to WS-RD-YYYY
           move WS-RUN-DATE-DISPLAY to WEH1-RUN-DATE
           write FEED-ERROR-REC from WS-ERROR-HEADING-1
           move spaces to FEED-ERROR-REC
           write FEED-ERROR-REC
           write FEED-ERROR-REC from WS-ERROR-HEADING-2

           sort SORT-WORK-FILE
               on ascending key S-LOC S-PROD-ID S-DATE
               input procedure is 600-FEED-INPUT
               output procedure is 650-CONSOLIDATE-OUTPUT

           move spaces to RAW-TRAILER-REC
           move "TRL" to RTL-REC-TYPE
           move WS-RAW-DETAIL-CT to RTL-RECORD-COUNT
           move WS-RAW-QT-HASH to RTL-QT-HASH
           write RAW-TRAILER-REC
           perform 140-WRITE-SUSPENSE-TRAILER
           if WS-ERROR-LINE-CT = ZERO
               write FEED-ERROR-REC from WS-NONE-LINE
           end-if
           move spaces to FEED-ERROR-REC
           write FEED-ERROR-REC
           move "LINES IN ERROR         : " to WT-TOTAL-LABEL
           move WS-ERROR-LINE-CT to WT-TOTAL-COUNT
           write FEED-ERROR-REC from WS-CONTROL-TOTAL-LINE
           close FEED-FILE, RAW-TRANS-FILE, SUSPENSE-FILE,
               FEED-ERROR-FILE

           perform 800-PROVE-FEED
           open output FEED-CONTROL-FILE
           perform 850-WRITE-CONTROL-REPORT
           perform 900-INTERFACE-TOTALS
           close FEED-CONTROL-FILE
           move WS-FEED-RETURN-CODE to RETURN-CODE
           perform 990-WRITE-RUN-LOG
           stop run.

       105-PARSE-ARGUMENTS.
           move spaces to WS-COMMAND-ARG
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-FEED-FILENAME
           end-if
           move spaces to WS-COMMAND-ARG
           move 2 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-RAW-FILENAME
           end-if
           move spaces to WS-COMMAND-ARG
           move 3 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-SUSPENSE-FILENAME
           end-if
           move spaces to WS-COMMAND-ARG
           move 4 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-XREF-FILENAME
           end-if.

      *    The transactions written feed Program2, so the header is
      *    dated from the processing calendar when one exists.
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

       120-LOAD-XREF.
           open input XREF-FILE
           perform 121-READ-XREF
           perform 122-POST-XREF-ENTRY until XREF-EOF
           close XREF-FILE
           if WS-ST-ENTRY-CT = ZERO or WS-IT-ENTRY-CT = ZERO
               display "PROGRAM17: NO STORE OR ITEM CROSS-REFERENCE IN "
                   WS-XREF-FILENAME " -- RUN REFUSED"
               move "NO CROSS-REFERENCE" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if.

       121-READ-XREF.
           read XREF-FILE
               at end move "Y" to WS-XREF-EOF-SWITCH
               not at end add 1 to WS-XREF-READ-CT
           end-read.

       122-POST-XREF-ENTRY.
           if XREF-REC(1:16) not > WS-XREF-PRIOR-KEY
               display "PROGRAM17: CROSS-REFERENCE OUT OF SEQUENCE AT "
                   XREF-REC(1:16) " -- RUN REFUSED"
               move "CROSS-REFERENCE OUT OF SEQUENCE" to
                   WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move XREF-REC(1:16) to WS-XREF-PRIOR-KEY
           if (XR-TYPE not = "S" and XR-TYPE not = "I")
               or XR-EXT-CODE = spaces or XR-INT-CODE = spaces
               or (XR-TYPE = "S" and XR-INT-CODE(3:2) not = spaces)
               display "PROGRAM17: CROSS-REFERENCE LINE INVALID AT "
                   XREF-REC(1:16) " -- RUN REFUSED"
               move "CROSS-REFERENCE LINE INVALID" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           if XR-TYPE = "S"
               if WS-ST-ENTRY-CT >= WS-ST-MAX
                   display "PROGRAM17: STORE TABLE FULL AT "
                       XR-EXT-CODE " -- RUN ABORTED"
                   move "STORE TABLE FULL" to WS-RUNLOG-REASON
                   move 12 to RETURN-CODE
                   perform 990-WRITE-RUN-LOG
                   stop run
               end-if
               add 1 to WS-ST-ENTRY-CT
               move XR-EXT-CODE to WS-ST-CODE(WS-ST-ENTRY-CT)
               move XR-INT-CODE(1:2) to WS-ST-LOC(WS-ST-ENTRY-CT)
           else
               if WS-IT-ENTRY-CT >= WS-IT-MAX
                   display "PROGRAM17: ITEM TABLE FULL AT "
                       XR-EXT-CODE " -- RUN ABORTED"
                   move "ITEM TABLE FULL" to WS-RUNLOG-REASON
                   move 12 to RETURN-CODE
                   perform 990-WRITE-RUN-LOG
                   stop run
               end-if
               add 1 to WS-IT-ENTRY-CT
               move XR-EXT-CODE to WS-IT-CODE(WS-IT-ENTRY-CT)
               move XR-INT-CODE to WS-IT-PROD-ID(WS-IT-ENTRY-CT)
           end-if
           perform 121-READ-XREF.

      *    The suspense file closes with its own control line so it
      *    proves like any other feed when it is sent back through.
       140-WRITE-SUSPENSE-TRAILER.
           move WS-SUSPENSE-CT to WS-SUSPENSE-CT-OUT
           move WS-SUSPENSE-QT to WS-SUSPENSE-QT-OUT
           move WS-SUSPENSE-AMOUNT to WS-SUSPENSE-AMOUNT-OUT
           move spaces to SUSPENSE-REC
           string "T," WS-SUSPENSE-CT-OUT
               "," WS-SUSPENSE-QT-OUT
               "," WS-SUSPENSE-AMOUNT-OUT
               delimited by size into SUSPENSE-REC
           write SUSPENSE-REC.

       500-LOOKUP-STORE.
           move ZERO to WS-ST-FOUND-SUB
           move 1 to WS-BS-LO
           move WS-ST-ENTRY-CT to WS-BS-HI
           perform 510-BSEARCH-STORE
               until WS-BS-LO > WS-BS-HI
               or WS-ST-FOUND-SUB > ZERO.

       510-BSEARCH-STORE.
           COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
           if WS-ST-CODE(WS-BS-MID) = WS-LOOKUP-CODE
               move WS-BS-MID to WS-ST-FOUND-SUB
           else
               if WS-ST-CODE(WS-BS-MID) < WS-LOOKUP-CODE
                   COMPUTE WS-BS-LO = WS-BS-MID + 1
               else
                   COMPUTE WS-BS-HI = WS-BS-MID - 1
               end-if
           end-if.

       520-LOOKUP-ITEM.
           move ZERO to WS-IT-FOUND-SUB
           move 1 to WS-BS-LO
           move WS-IT-ENTRY-CT to WS-BS-HI
           perform 530-BSEARCH-ITEM
               until WS-BS-LO > WS-BS-HI
               or WS-IT-FOUND-SUB > ZERO.

       530-BSEARCH-ITEM.
           COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
           if WS-IT-CODE(WS-BS-MID) = WS-LOOKUP-CODE
               move WS-BS-MID to WS-IT-FOUND-SUB
           else
               if WS-IT-CODE(WS-BS-MID) < WS-LOOKUP-CODE
                   COMPUTE WS-BS-LO = WS-BS-MID + 1
               else
                   COMPUTE WS-BS-HI = WS-BS-MID - 1
               end-if
           end-if.

      *    Scans WS-NUM-TEXT into WS-NUM-VALUE; NUMBER-OK is off when
      *    the text is empty or is not a plain unsigned number.
       700-SCAN-NUMBER.
           move ZERO to WS-NUM-VALUE WS-NUM-DIGIT-CT WS-NUM-DEC-CT
           move "Y" to WS-NUM-OK-SWITCH
           move "N" to WS-NUM-POINT-SWITCH WS-NUM-END-SWITCH
           perform 710-SCAN-ONE-CHAR
               varying WS-NUM-SUB from 1 by 1
               until WS-NUM-SUB > 20 or not NUMBER-OK
           if WS-NUM-DIGIT-CT = ZERO
               move "N" to WS-NUM-OK-SWITCH
           end-if.

       710-SCAN-ONE-CHAR.
           move WS-NUM-TEXT(WS-NUM-SUB:1) to WS-NUM-CHAR
           if WS-NUM-CHAR = space
               if WS-NUM-DIGIT-CT > ZERO or NUM-IN-DECIMALS
                   move "Y" to WS-NUM-END-SWITCH
               end-if
           else
               if NUM-ENDED
                   move "N" to WS-NUM-OK-SWITCH
               else
                   if WS-NUM-CHAR numeric
                       perform 720-TAKE-DIGIT
                   else
                       if WS-NUM-CHAR = "." and DECIMALS-ALLOWED
                           and not NUM-IN-DECIMALS
                           move "Y" to WS-NUM-POINT-SWITCH
                       else
                           move "N" to WS-NUM-OK-SWITCH
                       end-if
                   end-if
               end-if
           end-if.

       720-TAKE-DIGIT.
           if NUM-IN-DECIMALS
               add 1 to WS-NUM-DEC-CT
               if WS-NUM-DEC-CT > 2
                   move "N" to WS-NUM-OK-SWITCH
               else
                   move WS-NUM-CHAR to
                       WS-NUM-VALUE-X(9 + WS-NUM-DEC-CT:1)
               end-if
           else
               add 1 to WS-NUM-DIGIT-CT
               if WS-NUM-DIGIT-CT > 9
                   move "N" to WS-NUM-OK-SWITCH
               else
                   COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
                       + WS-NUM-DIGIT
               end-if
           end-if.

      *    The feed proves when its control line agrees with the sale
      *    lines read, and its quantity and sales amount are fully
      *    accounted for by what was written out plus what was
      *    suspended.  Suspended lines alone are a warning.
       800-PROVE-FEED.
           COMPUTE WS-OUT-LINE-CT = WS-MAPPED-CT + WS-SUSPENSE-CT
           COMPUTE WS-OUT-QT = WS-WRITTEN-QT + WS-SUSPENSE-QT
           COMPUTE WS-OUT-AMOUNT =
               WS-WRITTEN-AMOUNT + WS-SUSPENSE-AMOUNT
           COMPUTE WS-DIFF-LINE-CT = WS-TRL-LINE-CT - WS-OUT-LINE-CT
           COMPUTE WS-DIFF-QT = WS-TRL-QT - WS-OUT-QT
           COMPUTE WS-DIFF-AMOUNT = WS-TRL-AMOUNT - WS-OUT-AMOUNT
           if TRAILER-INVALID
               move "FEED CONTROL LINE INVALID" to WS-PROOF-RESULT
               move 8 to WS-FEED-RETURN-CODE
           else
               if not TRAILER-FOUND
                   move "NO FEED CONTROL LINE" to WS-PROOF-RESULT
                   move 8 to WS-FEED-RETURN-CODE
               else
                   if WS-DIFF-LINE-CT not = ZERO
                       or WS-DIFF-QT not = ZERO
                       or WS-DIFF-AMOUNT not = ZERO
                       or WS-RAW-QT-HASH not = WS-WRITTEN-QT
                       move "OUT OF BALANCE" to WS-PROOF-RESULT
                       move 8 to WS-FEED-RETURN-CODE
                   else
                       move "IN BALANCE" to WS-PROOF-RESULT
                       if WS-ERROR-LINE-CT > ZERO
                           move 4 to WS-FEED-RETURN-CODE
                       end-if
                   end-if
               end-if
           end-if.

       850-WRITE-CONTROL-REPORT.
           move WS-RUN-DATE-DISPLAY to WCH1-RUN-DATE
           write FEED-CONTROL-REC from WS-CONTROL-HEADING-1
           move WS-FEED-FILENAME to WCH2-FEED-FILENAME
           write FEED-CONTROL-REC from WS-CONTROL-HEADING-2
           move spaces to FEED-CONTROL-REC
           write FEED-CONTROL-REC
           write FEED-CONTROL-REC from WS-CONTROL-HEADING-3
           move "FEED CONTROL LINE        :" to WC-LABEL
           move WS-TRL-LINE-CT to WC-LINES
           move WS-TRL-QT to WC-QTY
           move WS-TRL-AMOUNT to WC-AMOUNT
           write FEED-CONTROL-REC from WS-CONTROL-AMOUNT-LINE
           move "SALE LINES READ          :" to WC-LABEL
           move WS-SALE-READ-CT to WC-LINES
           move WS-SALE-READ-QT to WC-QTY
           move WS-SALE-READ-AMOUNT to WC-AMOUNT
           write FEED-CONTROL-REC from WS-CONTROL-AMOUNT-LINE
           move spaces to FEED-CONTROL-REC
           write FEED-CONTROL-REC
           move "WRITTEN TO TRANSACTIONS  :" to WC-LABEL
           move WS-MAPPED-CT to WC-LINES
           move WS-WRITTEN-QT to WC-QTY
           move WS-WRITTEN-AMOUNT to WC-AMOUNT
           write FEED-CONTROL-REC from WS-CONTROL-AMOUNT-LINE
           move "SENT TO SUSPENSE         :" to WC-LABEL
           move WS-SUSPENSE-CT to WC-LINES
           move WS-SUSPENSE-QT to WC-QTY
           move WS-SUSPENSE-AMOUNT to WC-AMOUNT
           write FEED-CONTROL-REC from WS-CONTROL-AMOUNT-LINE
           move "TOTAL ACCOUNTED FOR      :" to WC-LABEL
           move WS-OUT-LINE-CT to WC-LINES
           move WS-OUT-QT to WC-QTY
           move WS-OUT-AMOUNT to WC-AMOUNT
           write FEED-CONTROL-REC from WS-CONTROL-AMOUNT-LINE
           move "DIFFERENCE TO FEED       :" to WD-LABEL
           move WS-DIFF-LINE-CT to WD-LINES
           move WS-DIFF-QT to WD-QTY
           move WS-DIFF-AMOUNT to WD-AMOUNT
           write FEED-CONTROL-REC from WS-CONTROL-DIFF-LINE
           move spaces to FEED-CONTROL-REC
           write FEED-CONTROL-REC
           move "ITEM/DATE TOTALS       : " to WT-TOTAL-LABEL
           move WS-GROUP-CT to WT-TOTAL-COUNT
           write FEED-CONTROL-REC from WS-CONTROL-TOTAL-LINE
           move "TRANSACTIONS WRITTEN   : " to WT-TOTAL-LABEL
           move WS-RAW-DETAIL-CT to WT-TOTAL-COUNT
           write FEED-CONTROL-REC from WS-CONTROL-TOTAL-LINE
           move "TRAILER QUANTITY HASH  : " to WH-TOTAL-LABEL
           move WS-RAW-QT-HASH to WH-TOTAL-HASH
           write FEED-CONTROL-REC from WS-CONTROL-HASH-LINE
           move "LINES NOT RECOGNISED   : " to WT-TOTAL-LABEL
           move WS-UNRECOGNISED-CT to WT-TOTAL-COUNT
           write FEED-CONTROL-REC from WS-CONTROL-TOTAL-LINE
           move spaces to FEED-CONTROL-REC
           write FEED-CONTROL-REC
           move WS-PROOF-RESULT to WP-PROOF-RESULT
           write FEED-CONTROL-REC from WS-CONTROL-PROOF-LINE.

       900-INTERFACE-TOTALS.
           display "===== PROGRAM17 FEED INTERFACE TOTALS ====="
           display "FEED LINES READ        : " WS-FEED-LINE-CT
           display "SALE LINES READ        : " WS-SALE-READ-CT
           display "FEED CONTROL LINES     : " WS-TRL-LINE-CT
           display "SALE LINES WRITTEN     : " WS-MAPPED-CT
           display "SALE LINES SUSPENDED   : " WS-SUSPENSE-CT
           display "LINES NOT RECOGNISED   : " WS-UNRECOGNISED-CT
           display "ITEM/DATE TOTALS       : " WS-GROUP-CT
           display "TRANSACTIONS WRITTEN   : " WS-RAW-DETAIL-CT
           display "TRAILER QUANTITY HASH  : " WS-RAW-QT-HASH
           display "FEED QUANTITY          : " WS-TRL-QT
           display "QUANTITY ACCOUNTED FOR : " WS-OUT-QT
           display "FEED PROOF             : " WS-PROOF-RESULT
           display "============================================".

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.  The second file named is the
      *    raw file written, so the summary can pair this step with
      *    the edit that reads it.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM17" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           move WS-FEED-FILENAME to RL-INPUT-FILE-1
           move WS-RAW-FILENAME to RL-INPUT-FILE-2
           move "FEED READ" to RL-COUNT-LABEL(1)
           move WS-SALE-READ-CT to RL-COUNT-VALUE(1)
           move "FEED OUT" to RL-COUNT-LABEL(2)
           move WS-RAW-DETAIL-CT to RL-COUNT-VALUE(2)
           move "SUSPENDED" to RL-COUNT-LABEL(3)
           move WS-SUSPENSE-CT to RL-COUNT-VALUE(3)
           move "NOT RECOGNSD" to RL-COUNT-LABEL(4)
           move WS-UNRECOGNISED-CT to RL-COUNT-VALUE(4)
           move "FEED QTY" to RL-COUNT-LABEL(5)
           move WS-TRL-QT to RL-COUNT-VALUE(5)
           move "QTY OUT" to RL-COUNT-LABEL(6)
           move WS-RAW-QT-HASH to RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.

      *    Mapped sales go to the sort for consolidation; a sale that
      *    cannot be mapped or read goes to suspense and the error
      *    report so nothing the order system sent is lost.
       600-FEED-INPUT SECTION.
       605-READ-FEED-FILE.
           perform 610-READ-FEED
           perform 615-EDIT-ONE-LINE until FEED-EOF
           go to 690-FEED-INPUT-EXIT.

       610-READ-FEED.
           read FEED-FILE
               at end move "Y" to WS-FEED-EOF-SWITCH
               not at end add 1 to WS-FEED-LINE-CT
           end-read.

       615-EDIT-ONE-LINE.
           if FEED-REC not = spaces
               move spaces to WS-CSV-FIELDS
               move ZERO to WS-CSV-FIELD-CT WS-CSV-STORE-LEN
                   WS-CSV-ITEM-LEN
               unstring FEED-REC delimited by ","
                   into WS-CSV-TYPE
                       WS-CSV-STORE count in WS-CSV-STORE-LEN
                       WS-CSV-ITEM count in WS-CSV-ITEM-LEN
                       WS-CSV-DATE
                       WS-CSV-QTY
                       WS-CSV-AMOUNT
                       WS-CSV-EXTRA
                   tallying in WS-CSV-FIELD-CT
               end-unstring
               if WS-CSV-TYPE = "D"
                   perform 620-EDIT-SALE
               else
                   if WS-CSV-TYPE = "T"
                       perform 645-TAKE-CONTROL-LINE
                   else
                       if WS-CSV-TYPE not = "H"
                           add 1 to WS-UNRECOGNISED-CT
                           move "RECORD TYPE UNKNOWN"
                               to WS-SALE-REASON
                           perform 642-WRITE-ERROR-LINE
                       end-if
                   end-if
               end-if
           end-if
           perform 610-READ-FEED.

       620-EDIT-SALE.
           add 1 to WS-SALE-READ-CT
           move spaces to WS-SALE-REASON
           move ZERO to WS-SALE-QT WS-SALE-AMOUNT
           move WS-CSV-QTY to WS-NUM-TEXT
           move "N" to WS-NUM-DECIMALS-SWITCH
           perform 700-SCAN-NUMBER
           move WS-NUM-OK-SWITCH to WS-SALE-QT-SWITCH
           if SALE-QT-PARSED
               move WS-NUM-VALUE to WS-SALE-QT
               add WS-SALE-QT to WS-SALE-READ-QT
           end-if
           move WS-CSV-AMOUNT to WS-NUM-TEXT
           move "Y" to WS-NUM-DECIMALS-SWITCH
           perform 700-SCAN-NUMBER
           move WS-NUM-OK-SWITCH to WS-SALE-AMOUNT-SWITCH
           if SALE-AMOUNT-PARSED
               move WS-NUM-VALUE to WS-SALE-AMOUNT
               add WS-SALE-AMOUNT to WS-SALE-READ-AMOUNT
           end-if

           move ZERO to WS-ST-FOUND-SUB WS-IT-FOUND-SUB
           if WS-CSV-STORE-LEN <= 15
               move WS-CSV-STORE to WS-LOOKUP-CODE
               perform 500-LOOKUP-STORE
           end-if
           if WS-CSV-ITEM-LEN <= 15
               move WS-CSV-ITEM to WS-LOOKUP-CODE
               perform 520-LOOKUP-ITEM
           end-if

           if WS-CSV-FIELD-CT not = 6
               move "WRONG NUMBER OF FIELDS" to WS-SALE-REASON
           else
               if WS-ST-FOUND-SUB = ZERO and WS-IT-FOUND-SUB = ZERO
                   move "STORE AND ITEM NOT MAPPED" to WS-SALE-REASON
               else
                   if WS-ST-FOUND-SUB = ZERO
                       move "STORE NOT MAPPED" to WS-SALE-REASON
                   else
                       if WS-IT-FOUND-SUB = ZERO
                           move "ITEM NOT MAPPED" to WS-SALE-REASON
                       end-if
                   end-if
               end-if
           end-if
           if WS-SALE-REASON = spaces
               perform 625-EDIT-SALE-DATA
           end-if

           if WS-SALE-REASON = spaces
               move WS-ST-LOC(WS-ST-FOUND-SUB) to S-LOC
               move WS-IT-PROD-ID(WS-IT-FOUND-SUB) to S-PROD-ID
               move WS-CSV-DATE-NUM to S-DATE
               move WS-SALE-QT to S-QT
               move WS-SALE-AMOUNT to S-AMOUNT
               release SORT-SALE-REC
               add 1 to WS-MAPPED-CT
           else
               perform 640-SUSPEND-SALE
           end-if.

       625-EDIT-SALE-DATA.
           move ZERO to WS-CSV-DATE-NUM
           if WS-CSV-DATE(1:8) not numeric
               or WS-CSV-DATE(9:12) not = spaces
               move "DATE NOT VALID" to WS-SALE-REASON
           else
               move WS-CSV-DATE(1:8) to WS-CSV-DATE-NUM
               if FUNCTION TEST-DATE-YYYYMMDD(WS-CSV-DATE-NUM)
                   not = ZERO
                   move "DATE NOT VALID" to WS-SALE-REASON
               end-if
           end-if
           if WS-SALE-REASON = spaces
               if not SALE-QT-PARSED
                   move "QUANTITY NOT VALID" to WS-SALE-REASON
               else
                   if WS-SALE-QT = ZERO
                       move "ZERO QUANTITY" to WS-SALE-REASON
                   else
                       if not SALE-AMOUNT-PARSED
                           move "SALES AMOUNT NOT VALID" to
                               WS-SALE-REASON
                       end-if
                   end-if
               end-if
           end-if.

       640-SUSPEND-SALE.
           write SUSPENSE-REC from FEED-REC
           add 1 to WS-SUSPENSE-CT
           if SALE-QT-PARSED
               add WS-SALE-QT to WS-SUSPENSE-QT
           end-if
           if SALE-AMOUNT-PARSED
               add WS-SALE-AMOUNT to WS-SUSPENSE-AMOUNT
           end-if
           perform 642-WRITE-ERROR-LINE.

       642-WRITE-ERROR-LINE.
           add 1 to WS-ERROR-LINE-CT
           move spaces to WS-ERROR-DETAIL-LINE
           move WS-FEED-LINE-CT to WE-LINE-NO
           move WS-CSV-STORE to WE-STORE
           move WS-CSV-ITEM to WE-ITEM
           move WS-CSV-DATE to WE-DATE
           move WS-CSV-QTY to WE-QTY
           move WS-SALE-REASON to WE-REASON
           write FEED-ERROR-REC from WS-ERROR-DETAIL-LINE.

      *    Only the first control line is taken; any other is
      *    reported.
       645-TAKE-CONTROL-LINE.
           if TRAILER-FOUND or TRAILER-INVALID
               add 1 to WS-UNRECOGNISED-CT
               move "EXTRA CONTROL LINE" to WS-SALE-REASON
               perform 642-WRITE-ERROR-LINE
           else
               move "Y" to WS-TRAILER-SWITCH
               move "N" to WS-NUM-DECIMALS-SWITCH
               move WS-CSV-STORE to WS-NUM-TEXT
               perform 700-SCAN-NUMBER
               move WS-NUM-VALUE to WS-TRL-LINE-CT
               if not NUMBER-OK
                   move "B" to WS-TRAILER-SWITCH
               end-if
               move WS-CSV-ITEM to WS-NUM-TEXT
               perform 700-SCAN-NUMBER
               move WS-NUM-VALUE to WS-TRL-QT
               if not NUMBER-OK
                   move "B" to WS-TRAILER-SWITCH
               end-if
               move "Y" to WS-NUM-DECIMALS-SWITCH
               move WS-CSV-DATE to WS-NUM-TEXT
               perform 700-SCAN-NUMBER
               move WS-NUM-VALUE to WS-TRL-AMOUNT
               if not NUMBER-OK or WS-CSV-FIELD-CT not = 4
                   move "B" to WS-TRAILER-SWITCH
               end-if
               if TRAILER-INVALID
                   move "CONTROL LINE NOT VALID" to WS-SALE-REASON
                   perform 642-WRITE-ERROR-LINE
               end-if
           end-if.

       690-FEED-INPUT-EXIT.
           exit.

      *    Sales of one product at one location on one date become a
      *    single issue; a total beyond the quantity field is carried
      *    on as many issues as it needs.
       650-CONSOLIDATE-OUTPUT SECTION.
       655-RETURN-BY-KEY.
           move LOW-VALUES to WS-PRIOR-SALE-KEY
           perform 660-RETURN-ONE-SALE
           perform 665-COLLECT-ONE-SALE until SORT-EOF
           if WS-PRIOR-SALE-KEY not = LOW-VALUES
               perform 670-WRITE-CONSOLIDATED
           end-if
           go to 695-CONSOLIDATE-OUTPUT-EXIT.

       660-RETURN-ONE-SALE.
           return SORT-WORK-FILE
               at end move "Y" to WS-SORT-EOF-SWITCH
           end-return.

       665-COLLECT-ONE-SALE.
           if S-KEY not = WS-PRIOR-SALE-KEY
               if WS-PRIOR-SALE-KEY not = LOW-VALUES
                   perform 670-WRITE-CONSOLIDATED
               end-if
               move S-KEY to WS-PRIOR-SALE-KEY WS-CON-KEY
               move ZERO to WS-CON-QT WS-CON-AMOUNT
           end-if
           add S-QT to WS-CON-QT
           add S-AMOUNT to WS-CON-AMOUNT
           perform 660-RETURN-ONE-SALE.

       670-WRITE-CONSOLIDATED.
           add 1 to WS-GROUP-CT
           add WS-CON-QT to WS-WRITTEN-QT
           add WS-CON-AMOUNT to WS-WRITTEN-AMOUNT
           move WS-CON-QT to WS-CON-REMAIN-QT
           perform 675-WRITE-RAW-DETAIL
               until WS-CON-REMAIN-QT = ZERO.

       675-WRITE-RAW-DETAIL.
           move spaces to RAW-TRANS-REC
           move WS-CON-DATE to RT-DATE
           move WS-CON-LOC to RT-LOC
           move WS-CON-PROD-ID to RT-PROD-ID
           if WS-CON-REMAIN-QT > 99999
               move 99999 to RT-QT
           else
               move WS-CON-REMAIN-QT to RT-QT
           end-if
           move "U" to RT-ACTION
           move "ORDER SYS SALES" to RT-DESC
           move zeros to RT-REORDER-POINT RT-REORDER-QT
           move zeros to RT-UNIT-COST
           write RAW-TRANS-REC
           subtract RT-QT from WS-CON-REMAIN-QT
           add RT-QT to WS-RAW-QT-HASH
           add 1 to WS-RAW-DETAIL-CT.

       695-CONSOLIDATE-OUTPUT-EXIT.
           exit.
