               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PO-REPORT-FILE ASSIGN TO "PORPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VENDOR-FILE ASSIGN TO "VENDOR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VENDXREF-FILE ASSIGN TO "VENDXREF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PO-DOC-FILE ASSIGN TO DYNAMIC WS-PO-DOC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
               05 PO-ORDERED-QT        PIC 9(5).
               05 PO-RECEIVED-QT       PIC 9(5).
               05 PO-STATUS            PIC X.
               05 PO-VENDOR-NO         PIC X(5).
               05 PO-LINE-NO           PIC 9(3).
               05 PO-UNIT-COST         PIC 9(4)V99.

       FD PO-REPORT-FILE.
           01 PO-REPORT-REC            PIC X(100).

       FD VENDOR-FILE.
           01 VENDOR-REC.
               05 VM-VENDOR-NO         PIC X(5).
               05 VM-NAME              PIC X(25).
               05 VM-ADDR-1            PIC X(25).
               05 VM-ADDR-2            PIC X(25).
               05 VM-CITY              PIC X(15).
               05 VM-STATE             PIC X(2).
               05 VM-ZIP               PIC X(10).
               05 VM-LEAD-DAYS         PIC 9(3).
               05 VM-MIN-ORDER-AMT     PIC 9(7)V99.

       FD VENDXREF-FILE.
           01 VENDXREF-REC.
               05 VX-KEY.
                   10 VX-LOC           PIC X(2).
                   10 VX-PROD-ID       PIC X(4).
               05 VX-VENDOR-NO         PIC X(5).
               05 VX-VENDOR-ITEM       PIC X(12).
               05 VX-UNIT-COST         PIC 9(4)V99.

       FD PO-DOC-FILE.
           01 PO-DOC-REC               PIC X(80).

       SD SORT-WORK-FILE.
           01 SORT-PO-REC.
               05 S-VENDOR-NO          PIC X(5).
               05 S-KEY                PIC X(6).
               05 S-DESC               PIC X(15).
               05 S-ORDER-QT           PIC 9(5).
               05 S-UNIT-COST          PIC 9(4)V99.
               05 S-VENDOR-ITEM        PIC X(12).
               05 S-COST-SWITCH        PIC X.

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
       01 WS-REORDER-EOF-SWITCH        pic X VALUE "N".
           88 AUDIT-EOF                      VALUE "Y".
       01 WS-PO-EOF-SWITCH             pic X VALUE "N".
           88 PO-EOF                         VALUE "Y".
       01 WS-VENDOR-EOF-SWITCH         pic X VALUE "N".
           88 VENDOR-EOF                     VALUE "Y".
       01 WS-XREF-EOF-SWITCH           pic X VALUE "N".
           88 XREF-EOF                       VALUE "Y".
       01 WS-SORT-EOF-SWITCH           pic X VALUE "N".
           88 SORT-EOF                       VALUE "Y".
       01 WS-PO-DOC-SWITCH             pic X VALUE "N".
           88 PO-DOC-OPEN                    VALUE "Y".

       01 WS-ARG-NUM                   pic 9 VALUE 1.
       01 WS-COMMAND-ARG               pic X(40).
       01 WS-REORDER-FILENAME          pic X(40) VALUE "REORDER.TXT".
       01 WS-AUDIT-FILENAME            pic X(40) VALUE "AUDIT.TXT".
       01 WS-PO-FILENAME               pic X(40) VALUE "PURCHORD.TXT".
       01 WS-PO-DOC-FILENAME           pic X(40).
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       01 WS-RUN-DATE                  pic 9(8) VALUE ZERO.
       01 WS-SELECT-ALL-SWITCH         pic X VALUE "N".
           88 SELECT-ALL-RECEIPTS            VALUE "Y".
       01 WS-LEAD-DAYS                 pic 9(3) VALUE 7.
       01 WS-PO-LEAD-DAYS              pic 9(3) VALUE ZERO.

       01 WS-VENDOR-TABLE.
           05 WS-VN-ENTRY OCCURS 500 TIMES.
               10 WS-VN-VENDOR-NO      pic X(5).
               10 WS-VN-NAME           pic X(25).
               10 WS-VN-ADDR-1         pic X(25).
               10 WS-VN-ADDR-2         pic X(25).
               10 WS-VN-CITY           pic X(15).
               10 WS-VN-STATE          pic X(2).
               10 WS-VN-ZIP            pic X(10).
               10 WS-VN-LEAD-DAYS      pic 9(3).
               10 WS-VN-MIN-ORDER-AMT  pic 9(7)V99.
       01 WS-VN-ENTRY-CT               pic 9(4) VALUE ZERO.
       01 WS-VN-MAX                    pic 9(4) VALUE 500.
       01 WS-VN-SUB                    pic 9(4) COMP.
       01 WS-VN-FOUND-SUB              pic 9(4) COMP.

       01 WS-XREF-TABLE.
           05 WS-VX-ENTRY OCCURS 30000 TIMES.
               10 WS-VX-KEY            pic X(6).
               10 WS-VX-VENDOR-NO      pic X(5).
               10 WS-VX-VENDOR-ITEM    pic X(12).
               10 WS-VX-UNIT-COST      pic 9(4)V99.
               10 WS-VX-COST-SWITCH    pic X.
       01 WS-VX-ENTRY-CT               pic 9(5) VALUE ZERO.
       01 WS-VX-MAX                    pic 9(5) VALUE 30000.
       01 WS-VX-FOUND-SUB              pic 9(5) COMP.
       01 WS-BS-LO                     pic 9(5) COMP.
       01 WS-BS-HI                     pic 9(5) COMP.
       01 WS-BS-MID                    pic 9(5) COMP.
       01 WS-PRIOR-XREF-KEY            pic X(6) VALUE LOW-VALUES.

       01 WS-NO-VENDOR-TABLE.
           05 WS-NV-ENTRY OCCURS 2000 TIMES.
               10 WS-NV-KEY            pic X(6).
               10 WS-NV-DESC           pic X(15).
               10 WS-NV-ORDER-QT       pic 9(5).
       01 WS-NV-MAX                    pic 9(4) VALUE 2000.
       01 WS-NV-SUB                    pic 9(4) COMP.

       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 2000 TIMES.
               10 WS-PO-ORDERED-QT     pic 9(5).
               10 WS-PO-RECEIVED-QT    pic 9(5).
               10 WS-PO-STATUS         pic X.
               10 WS-PO-VENDOR-NO      pic X(5).
               10 WS-PO-LINE-NO        pic 9(3).
               10 WS-PO-UNIT-COST      pic 9(4)V99.
       01 WS-PO-ENTRY-CT               pic 9(4) VALUE ZERO.
       01 WS-PO-MAX                    pic 9(4) VALUE 2000.
       01 WS-PO-SUB                    pic 9(4) COMP.
       01 WS-NEXT-PO-NUMBER            pic 9(6) VALUE 1.
       01 WS-CURRENT-PO-NUMBER         pic 9(6) VALUE ZERO.
       01 WS-CURRENT-LINE-NO           pic 9(3) VALUE ZERO.
       01 WS-CURRENT-EXPECTED-DATE     pic 9(8) VALUE ZERO.
       01 WS-PRIOR-VENDOR-NO           pic X(5).
       01 WS-LINE-EXTENSION            pic 9(9)V99.
       01 WS-PO-ORDER-TOTAL            pic 9(9)V99.
       01 WS-PO-NO-COST-CT             pic 9(3).

       01 WS-LOOKUP-KEY                pic X(6).
       01 WS-OPEN-FOUND-SWITCH         pic X.
       01 WS-OVERDUE-CT                pic 9(6) VALUE ZERO.
       01 WS-OPEN-CT                   pic 9(6) VALUE ZERO.
       01 WS-UNMATCHED-RCPT-CT         pic 9(6) VALUE ZERO.
       01 WS-NEW-LINE-CT               pic 9(6) VALUE ZERO.
       01 WS-NO-VENDOR-CT              pic 9(6) VALUE ZERO.
       01 WS-XREF-NO-COST-CT           pic 9(6) VALUE ZERO.
       01 WS-NO-COST-LINE-CT           pic 9(6) VALUE ZERO.
       01 WS-BELOW-MIN-CT              pic 9(6) VALUE ZERO.
       01 WS-VENDOR-LOADED-CT          pic 9(6) VALUE ZERO.
       01 WS-XREF-LOADED-CT            pic 9(6) VALUE ZERO.
       01 WS-REORDER-READ-CT           pic 9(6) VALUE ZERO.

       01 WS-PO-DATE-DISPLAY.
           05 WS-PD-MM                 pic 99.
           05 WH1-RUN-DATE             pic X(10).

       01 WS-PO-HEADING-2.
           05 FILLER                   pic X(10) VALUE "PO NO/LINE".
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 FILLER                   pic X(7)  VALUE "VENDOR".
           05 FILLER                   pic X(8)  VALUE "LOC/PROD".
           05 FILLER                   pic X(12) VALUE "  ORDER DATE".
           05 FILLER                   pic X(12) VALUE "    EXPECTED".

       01 WS-PO-DETAIL-LINE.
           05 WP-NUMBER                pic 9(6).
           05 FILLER                   pic X(1).
           05 WP-LINE-NO               pic 9(3).
           05 FILLER                   pic X(2).
           05 WP-VENDOR-NO             pic X(5).
           05 FILLER                   pic X(2).
           05 WP-KEY                   pic X(6).
           05 FILLER                   pic X(2).
           05 WP-ORDER-DATE            pic X(10).
           05 FILLER                   pic X(2).
           05 WP-CONDITION             pic X(16).

       01 WS-NO-VENDOR-HEADING.
           05 FILLER                   pic X(40) VALUE
               "SUGGESTIONS NOT ORDERED".

       01 WS-NO-VENDOR-LINE.
           05 FILLER                   pic X(19) VALUE SPACES.
           05 WN-KEY                   pic X(6).
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 WN-DESC                  pic X(15).
           05 FILLER                   pic X(9)  VALUE SPACES.
           05 WN-ORDER-QT              pic ZZZZ9.
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 FILLER                   pic X(24) VALUE
               "NO VENDOR -- NOT ORDERED".

       01 WS-PO-TOTAL-LINE.
           05 WT-TOTAL-LABEL           pic X(25).
           05 WT-TOTAL-COUNT           pic ZZZZZ9.

       01 WS-DOC-TITLE-LINE.
           05 FILLER                   pic X(48) VALUE
               "PURCHASE ORDER".
           05 FILLER                   pic X(12) VALUE "PO NUMBER:  ".
           05 WDT-PO-NUMBER            pic 9(6).

       01 WS-DOC-DATE-LINE.
           05 FILLER                   pic X(48) VALUE SPACES.
           05 FILLER                   pic X(12) VALUE "ORDER DATE: ".
           05 WDD-ORDER-DATE           pic X(10).

       01 WS-DOC-VENDOR-LINE.
           05 FILLER                   pic X(8)  VALUE "VENDOR: ".
           05 WDV-VENDOR-NO            pic X(5).
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 WDV-NAME                 pic X(25).

       01 WS-DOC-ADDR-LINE.
           05 FILLER                   pic X(15) VALUE SPACES.
           05 WDA-ADDR                 pic X(25).

       01 WS-DOC-CITY-LINE.
           05 FILLER                   pic X(15) VALUE SPACES.
           05 WDC-CITY                 pic X(15).
           05 FILLER                   pic X(1)  VALUE SPACES.
           05 WDC-STATE                pic X(2).
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 WDC-ZIP                  pic X(10).

       01 WS-DOC-EXPECT-LINE.
           05 FILLER                   pic X(19) VALUE
               "EXPECTED DELIVERY: ".
           05 WDE-EXPECTED-DATE        pic X(10).
           05 FILLER                   pic X(14) VALUE
               "   LEAD TIME: ".
           05 WDE-LEAD-DAYS            pic ZZ9.
           05 FILLER                   pic X(5)  VALUE " DAYS".

       01 WS-DOC-COL-HEADING.
           05 FILLER                   pic X(6)  VALUE "LINE".
           05 FILLER                   pic X(5)  VALUE "LOC".
           05 FILLER                   pic X(6)  VALUE "ITEM".
           05 FILLER                   pic X(14) VALUE "VENDOR ITEM".
           05 FILLER                   pic X(15) VALUE "DESCRIPTION".
           05 FILLER                   pic X(8)  VALUE "     QTY".
           05 FILLER                   pic X(11) VALUE "  UNIT COST".
           05 FILLER                   pic X(15) VALUE
               "       EXTENDED".

       01 WS-DOC-DETAIL-LINE.
           05 WDL-LINE-NO              pic 9(3).
           05 FILLER                   pic X(3).
           05 WDL-LOC                  pic X(2).
           05 FILLER                   pic X(3).
           05 WDL-PROD-ID              pic X(4).
           05 FILLER                   pic X(2).
           05 WDL-VENDOR-ITEM          pic X(12).
           05 FILLER                   pic X(2).
           05 WDL-DESC                 pic X(15).
           05 FILLER                   pic X(3).
           05 WDL-ORDER-QT             pic ZZZZ9.
           05 FILLER                   pic X(4).
           05 WDL-PRICE-AREA.
               10 WDL-UNIT-COST        pic ZZZ9.99.
               10 FILLER               pic X(2).
               10 WDL-EXTENSION        pic ZZ,ZZZ,ZZ9.99.
           05 WDL-NO-COST REDEFINES WDL-PRICE-AREA
                                       pic X(22).

       01 WS-DOC-TOTAL-LINE.
           05 FILLER                   pic X(52) VALUE SPACES.
           05 FILLER                   pic X(15) VALUE
               "   ORDER TOTAL:".
           05 WDT-ORDER-TOTAL          pic ZZ,ZZZ,ZZ9.99.

       01 WS-DOC-MINIMUM-LINE.
           05 FILLER                   pic X(39) VALUE
               "** ORDER TOTAL BELOW VENDOR MINIMUM OF ".
           05 WDM-MIN-ORDER-AMT        pic Z,ZZZ,ZZ9.99.
           05 FILLER                   pic X(3)  VALUE " **".

       01 WS-DOC-NOTE-LINE             pic X(80).

       procedure division.

       000-PO-CONTROL SECTION.
       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           perform 150-LOAD-VENDORS
           perform 160-LOAD-VENDOR-XREF
           perform 200-LOAD-POS
           perform 300-MATCH-RECEIPTS

           sort SORT-WORK-FILE
               on ascending key S-VENDOR-NO S-KEY
               input procedure is 400-GENERATE-POS
               output procedure is 430-CREATE-PO

           perform 500-REWRITE-POS
           perform 700-WRITE-REPORT
           perform 900-PO-TOTALS
           perform 990-WRITE-RUN-LOG
           stop run.

       105-PARSE-ARGUMENTS.
               move WS-COMMAND-ARG(1:3) to WS-LEAD-DAYS
           end-if.

      *    The lead-days argument is now the default used only for
      *    items with no vendor on file, or a vendor whose lead time
      *    has not been set; everything else is dated from the vendor.
       150-LOAD-VENDORS.
           open input VENDOR-FILE
           perform 152-READ-VENDOR
           perform 154-POST-VENDOR-ENTRY until VENDOR-EOF
           close VENDOR-FILE.

       152-READ-VENDOR.
           read VENDOR-FILE
               at end move "Y" to WS-VENDOR-EOF-SWITCH
           end-read.

       154-POST-VENDOR-ENTRY.
           if WS-VN-ENTRY-CT >= WS-VN-MAX
               display "PROGRAM7: VENDOR TABLE FULL AT "
                   VM-VENDOR-NO " -- RUN ABORTED"
               move "VENDOR TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           add 1 to WS-VN-ENTRY-CT
           move VM-VENDOR-NO to WS-VN-VENDOR-NO(WS-VN-ENTRY-CT)
           move VM-NAME to WS-VN-NAME(WS-VN-ENTRY-CT)
           move VM-ADDR-1 to WS-VN-ADDR-1(WS-VN-ENTRY-CT)
           move VM-ADDR-2 to WS-VN-ADDR-2(WS-VN-ENTRY-CT)
           move VM-CITY to WS-VN-CITY(WS-VN-ENTRY-CT)
           move VM-STATE to WS-VN-STATE(WS-VN-ENTRY-CT)
           move VM-ZIP to WS-VN-ZIP(WS-VN-ENTRY-CT)
           if VM-LEAD-DAYS numeric
               move VM-LEAD-DAYS to WS-VN-LEAD-DAYS(WS-VN-ENTRY-CT)
           else
               move ZERO to WS-VN-LEAD-DAYS(WS-VN-ENTRY-CT)
           end-if
           if VM-MIN-ORDER-AMT numeric
               move VM-MIN-ORDER-AMT to
                   WS-VN-MIN-ORDER-AMT(WS-VN-ENTRY-CT)
           else
               move ZERO to WS-VN-MIN-ORDER-AMT(WS-VN-ENTRY-CT)
           end-if
           add 1 to WS-VENDOR-LOADED-CT
           perform 152-READ-VENDOR.

      *    The cross-reference must arrive in location/product
      *    sequence so the suggestion lookup can binary-search it.
       160-LOAD-VENDOR-XREF.
           open input VENDXREF-FILE
           perform 162-READ-XREF
           perform 164-POST-XREF-ENTRY until XREF-EOF
           close VENDXREF-FILE.

       162-READ-XREF.
           read VENDXREF-FILE
               at end move "Y" to WS-XREF-EOF-SWITCH
           end-read.

       164-POST-XREF-ENTRY.
           if VX-KEY not > WS-PRIOR-XREF-KEY
               display "PROGRAM7: VENDOR XREF OUT OF SEQUENCE AT "
                   VX-KEY " -- RUN REFUSED"
               move "VENDOR XREF OUT OF SEQUENCE" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move VX-KEY to WS-PRIOR-XREF-KEY
           if WS-VX-ENTRY-CT >= WS-VX-MAX
               display "PROGRAM7: VENDOR XREF TABLE FULL AT " VX-KEY
                   " -- RUN REFUSED"
               move "VENDOR XREF TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           add 1 to WS-VX-ENTRY-CT
           move VX-KEY to WS-VX-KEY(WS-VX-ENTRY-CT)
           move VX-VENDOR-NO to WS-VX-VENDOR-NO(WS-VX-ENTRY-CT)
           move VX-VENDOR-ITEM to WS-VX-VENDOR-ITEM(WS-VX-ENTRY-CT)
           if VX-UNIT-COST numeric
               move VX-UNIT-COST to WS-VX-UNIT-COST(WS-VX-ENTRY-CT)
               move "Y" to WS-VX-COST-SWITCH(WS-VX-ENTRY-CT)
           else
               display "PROGRAM7: VENDOR XREF " VX-KEY
                   " HAS NO UNIT COST -- PO LINES WILL NOT BE PRICED"
               move ZERO to WS-VX-UNIT-COST(WS-VX-ENTRY-CT)
               move "N" to WS-VX-COST-SWITCH(WS-VX-ENTRY-CT)
               add 1 to WS-XREF-NO-COST-CT
           end-if
           add 1 to WS-XREF-LOADED-CT
           perform 162-READ-XREF.

       170-BSEARCH-XREF.
           move ZERO to WS-VX-FOUND-SUB
           move 1 to WS-BS-LO
           move WS-VX-ENTRY-CT to WS-BS-HI
           perform 175-BSEARCH-XREF-STEP
               until WS-BS-LO > WS-BS-HI
               or WS-VX-FOUND-SUB > ZERO.

       175-BSEARCH-XREF-STEP.
           COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
           if WS-VX-KEY(WS-BS-MID) = WS-LOOKUP-KEY
               move WS-BS-MID to WS-VX-FOUND-SUB
           else
               if WS-VX-KEY(WS-BS-MID) < WS-LOOKUP-KEY
                   COMPUTE WS-BS-LO = WS-BS-MID + 1
               else
                   COMPUTE WS-BS-HI = WS-BS-MID - 1
               end-if
           end-if.

       180-FIND-VENDOR.
           move ZERO to WS-VN-FOUND-SUB
           perform 185-CHECK-ONE-VENDOR
               varying WS-VN-SUB from 1 by 1
               until WS-VN-SUB > WS-VN-ENTRY-CT
               or WS-VN-FOUND-SUB > ZERO.

       185-CHECK-ONE-VENDOR.
           if WS-VN-VENDOR-NO(WS-VN-SUB) = WS-PRIOR-VENDOR-NO
               move WS-VN-SUB to WS-VN-FOUND-SUB
           end-if.

       200-LOAD-POS.
           open input PO-FILE
           perform 210-READ-PO
               at end move "Y" to WS-PO-EOF-SWITCH
           end-read.

      *    Purchase orders written before vendors were carried have
      *    no vendor, line or cost; they load as line 1 of their PO.
       220-POST-PO-ENTRY.
           if WS-PO-ENTRY-CT < WS-PO-MAX
               add 1 to WS-PO-ENTRY-CT
               move PO-RECEIVED-QT to
                   WS-PO-RECEIVED-QT(WS-PO-ENTRY-CT)
               move PO-STATUS to WS-PO-STATUS(WS-PO-ENTRY-CT)
               move PO-VENDOR-NO to WS-PO-VENDOR-NO(WS-PO-ENTRY-CT)
               if PO-LINE-NO numeric
                   move PO-LINE-NO to WS-PO-LINE-NO(WS-PO-ENTRY-CT)
               else
                   move 1 to WS-PO-LINE-NO(WS-PO-ENTRY-CT)
               end-if
               if PO-UNIT-COST numeric
                   move PO-UNIT-COST to
                       WS-PO-UNIT-COST(WS-PO-ENTRY-CT)
               else
                   move ZERO to WS-PO-UNIT-COST(WS-PO-ENTRY-CT)
               end-if
               if PO-NUMBER >= WS-NEXT-PO-NUMBER
                   COMPUTE WS-NEXT-PO-NUMBER = PO-NUMBER + 1
               end-if
           else
               display "PROGRAM7: PO TABLE FULL -- PO "
                   PO-NUMBER " NOT LOADED"
               move "PO TABLE FULL LOADING OPEN POS" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           perform 210-READ-PO.
               end-if
           end-if.

       500-REWRITE-POS.
           open output PO-FILE
           perform 510-WRITE-ONE-PO
           move WS-PO-ORDERED-QT(WS-PO-SUB) to PO-ORDERED-QT
           move WS-PO-RECEIVED-QT(WS-PO-SUB) to PO-RECEIVED-QT
           move WS-PO-STATUS(WS-PO-SUB) to PO-STATUS
           move WS-PO-VENDOR-NO(WS-PO-SUB) to PO-VENDOR-NO
           move WS-PO-LINE-NO(WS-PO-SUB) to PO-LINE-NO
           move WS-PO-UNIT-COST(WS-PO-SUB) to PO-UNIT-COST
           write PO-REC.

       600-ADD-LEAD-DAYS.
           move WS-RUN-DATE to WS-WORK-DATE
           perform 610-ADD-ONE-DAY WS-PO-LEAD-DAYS TIMES.

       610-ADD-ONE-DAY.
           add 1 to WS-WORK-DD
           perform 710-REPORT-ONE-PO
               varying WS-PO-SUB from 1 by 1
               until WS-PO-SUB > WS-PO-ENTRY-CT
           if WS-NO-VENDOR-CT > ZERO
               move spaces to PO-REPORT-REC
               write PO-REPORT-REC
               write PO-REPORT-REC from WS-NO-VENDOR-HEADING
               perform 715-REPORT-NO-VENDOR
                   varying WS-NV-SUB from 1 by 1
                   until WS-NV-SUB > WS-NO-VENDOR-CT
           end-if
           move spaces to PO-REPORT-REC
           write PO-REPORT-REC
           move "NEW POS CREATED        : " to WT-TOTAL-LABEL
           move WS-NEW-PO-CT to WT-TOTAL-COUNT
           write PO-REPORT-REC from WS-PO-TOTAL-LINE
           move "NEW PO LINES CREATED   : " to WT-TOTAL-LABEL
           move WS-NEW-LINE-CT to WT-TOTAL-COUNT
           write PO-REPORT-REC from WS-PO-TOTAL-LINE
           move "LINES WITHOUT VENDOR   : " to WT-TOTAL-LABEL
           move WS-NO-VENDOR-CT to WT-TOTAL-COUNT
           write PO-REPORT-REC from WS-PO-TOTAL-LINE
           move "LINES COST NOT ON FILE : " to WT-TOTAL-LABEL
           move WS-NO-COST-LINE-CT to WT-TOTAL-COUNT
           write PO-REPORT-REC from WS-PO-TOTAL-LINE
           move "POS BELOW VENDOR MIN   : " to WT-TOTAL-LABEL
           move WS-BELOW-MIN-CT to WT-TOTAL-COUNT
           write PO-REPORT-REC from WS-PO-TOTAL-LINE
           move "SUGGESTIONS SUPPRESSED : " to WT-TOTAL-LABEL
           move WS-SUPPRESSED-CT to WT-TOTAL-COUNT
           write PO-REPORT-REC from WS-PO-TOTAL-LINE
               add 1 to WS-OPEN-CT
               move spaces to WS-PO-DETAIL-LINE
               move WS-PO-NUMBER(WS-PO-SUB) to WP-NUMBER
               move WS-PO-LINE-NO(WS-PO-SUB) to WP-LINE-NO
               move WS-PO-VENDOR-NO(WS-PO-SUB) to WP-VENDOR-NO
               move WS-PO-KEY(WS-PO-SUB) to WP-KEY
               move WS-PO-ORDER-DATE(WS-PO-SUB)(5:2) to WS-PD-MM
               move WS-PO-ORDER-DATE(WS-PO-SUB)(7:2) to WS-PD-DD
               write PO-REPORT-REC from WS-PO-DETAIL-LINE
           end-if.

      *    Suggestions with no vendor on the cross-reference are not
      *    ordered; they are listed here for buying to source.
       715-REPORT-NO-VENDOR.
           move WS-NV-KEY(WS-NV-SUB) to WN-KEY
           move WS-NV-DESC(WS-NV-SUB) to WN-DESC
           move WS-NV-ORDER-QT(WS-NV-SUB) to WN-ORDER-QT
           write PO-REPORT-REC from WS-NO-VENDOR-LINE.

       900-PO-TOTALS.
           display "===== PROGRAM7 PURCHASE ORDER TOTALS ====="
           display "VENDORS LOADED         : " WS-VENDOR-LOADED-CT
           display "VENDOR XREFS LOADED    : " WS-XREF-LOADED-CT
           display "XREFS WITHOUT COST     : " WS-XREF-NO-COST-CT
           display "NEW POS CREATED        : " WS-NEW-PO-CT
           display "NEW PO LINES CREATED   : " WS-NEW-LINE-CT
           display "LINES WITHOUT VENDOR   : " WS-NO-VENDOR-CT
           display "LINES COST NOT ON FILE : " WS-NO-COST-LINE-CT
           display "POS BELOW VENDOR MIN   : " WS-BELOW-MIN-CT
           display "SUGGESTIONS SUPPRESSED : " WS-SUPPRESSED-CT
           display "RECEIPTS MATCHED       : " WS-RECEIPT-MATCH-CT
           display "POS CLOSED THIS RUN    : " WS-CLOSED-CT
           display "POS OVERDUE            : " WS-OVERDUE-CT
           display "UNMATCHED RECEIPTS     : " WS-UNMATCHED-RCPT-CT
           display "==========================================".

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM7" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           move WS-REORDER-FILENAME to RL-INPUT-FILE-1
           move WS-AUDIT-FILENAME to RL-INPUT-FILE-2
           move "REORDER IN" to RL-COUNT-LABEL(1)
           move WS-REORDER-READ-CT to RL-COUNT-VALUE(1)
           move "SUPPRESSED" to RL-COUNT-LABEL(2)
           move WS-SUPPRESSED-CT to RL-COUNT-VALUE(2)
           move "NEW POS" to RL-COUNT-LABEL(3)
           move WS-NEW-PO-CT to RL-COUNT-VALUE(3)
           move "NEW PO LINES" to RL-COUNT-LABEL(4)
           move WS-NEW-LINE-CT to RL-COUNT-VALUE(4)
           move "NO VENDOR" to RL-COUNT-LABEL(5)
           move WS-NO-VENDOR-CT to RL-COUNT-VALUE(5)
           move "POS OVERDUE" to RL-COUNT-LABEL(6)
           move WS-OVERDUE-CT to RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.

      *    Each suggestion not already on an open PO is tagged with
      *    its vendor from the cross-reference and passed to the sort,
      *    so the output side sees the day's lines grouped by vendor.
      *    A suggestion with no vendor is held back for the report.
       400-GENERATE-POS SECTION.
       405-READ-SUGGESTIONS.
           open input REORDER-FILE
           perform 410-READ-REORDER
           perform 420-PROCESS-SUGGESTION until REORDER-EOF
           close REORDER-FILE
           go to 429-GENERATE-POS-EXIT.

       410-READ-REORDER.
           read REORDER-FILE
               at end move "Y" to WS-REORDER-EOF-SWITCH
               not at end add 1 to WS-REORDER-READ-CT
           end-read.

       420-PROCESS-SUGGESTION.
           move spaces to WS-LOOKUP-KEY
           move RO-LOC to WS-LOOKUP-KEY(1:2)
           move RO-PROD-ID to WS-LOOKUP-KEY(3:4)
           move "N" to WS-OPEN-FOUND-SWITCH
           perform 425-SCAN-FOR-OPEN-PO
               varying WS-PO-SUB from 1 by 1
               until WS-PO-SUB > WS-PO-ENTRY-CT
               or WS-OPEN-FOUND-SWITCH = "Y"
           if WS-OPEN-FOUND-SWITCH = "Y"
               add 1 to WS-SUPPRESSED-CT
           else
               perform 427-RELEASE-SUGGESTION
           end-if
           perform 410-READ-REORDER.

       425-SCAN-FOR-OPEN-PO.
           if WS-PO-KEY(WS-PO-SUB) = WS-LOOKUP-KEY
               and WS-PO-STATUS(WS-PO-SUB) = "O"
               move "Y" to WS-OPEN-FOUND-SWITCH
           end-if.

       427-RELEASE-SUGGESTION.
           move WS-LOOKUP-KEY to S-KEY
           move RO-DESC to S-DESC
           if RO-ORDER-QT > ZERO
               move RO-ORDER-QT to S-ORDER-QT
           else
               move RO-REORDER-POINT to S-ORDER-QT
           end-if
           perform 170-BSEARCH-XREF
           if WS-VX-FOUND-SUB > ZERO
               if WS-VX-VENDOR-NO(WS-VX-FOUND-SUB) = spaces
                   move ZERO to WS-VX-FOUND-SUB
               end-if
           end-if
           if WS-VX-FOUND-SUB = ZERO
               perform 428-HOLD-NO-VENDOR
           else
               move WS-VX-VENDOR-NO(WS-VX-FOUND-SUB) to S-VENDOR-NO
               move WS-VX-VENDOR-ITEM(WS-VX-FOUND-SUB) to
                   S-VENDOR-ITEM
               move WS-VX-UNIT-COST(WS-VX-FOUND-SUB) to S-UNIT-COST
               move WS-VX-COST-SWITCH(WS-VX-FOUND-SUB) to
                   S-COST-SWITCH
               release SORT-PO-REC
           end-if.

       428-HOLD-NO-VENDOR.
           if WS-NO-VENDOR-CT >= WS-NV-MAX
               display "PROGRAM7: NO-VENDOR TABLE FULL AT " S-KEY
                   " -- RUN ABORTED"
               move "NO-VENDOR TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           add 1 to WS-NO-VENDOR-CT
           move S-KEY to WS-NV-KEY(WS-NO-VENDOR-CT)
           move S-DESC to WS-NV-DESC(WS-NO-VENDOR-CT)
           move S-ORDER-QT to WS-NV-ORDER-QT(WS-NO-VENDOR-CT).

       429-GENERATE-POS-EXIT.
           exit.

      *    One purchase order number per vendor per run; each
      *    suggestion becomes a numbered line on it, dated from that
      *    vendor's lead time, and a printable PO document is written
      *    for every purchase order created.
       430-CREATE-PO SECTION.
       431-GROUP-BY-VENDOR.
           move LOW-VALUES to WS-PRIOR-VENDOR-NO
           perform 432-RETURN-SUGGESTION
           perform 433-ADD-PO-LINE until SORT-EOF
           if PO-DOC-OPEN
               perform 437-FINISH-PO-DOC
           end-if
           go to 439-CREATE-PO-EXIT.

       432-RETURN-SUGGESTION.
           return SORT-WORK-FILE
               at end move "Y" to WS-SORT-EOF-SWITCH
           end-return.

       433-ADD-PO-LINE.
           if S-VENDOR-NO not = WS-PRIOR-VENDOR-NO
               if PO-DOC-OPEN
                   perform 437-FINISH-PO-DOC
               end-if
               perform 434-START-VENDOR-PO
           end-if
           if WS-PO-ENTRY-CT >= WS-PO-MAX
               display "PROGRAM7: PO TABLE FULL -- SUGGESTION FOR "
                   S-KEY " NOT ORDERED, RUN ABORTED"
               move "PO TABLE FULL CREATING POS" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           add 1 to WS-PO-ENTRY-CT
           add 1 to WS-CURRENT-LINE-NO
           move WS-CURRENT-PO-NUMBER to WS-PO-NUMBER(WS-PO-ENTRY-CT)
           move WS-CURRENT-LINE-NO to WS-PO-LINE-NO(WS-PO-ENTRY-CT)
           move S-VENDOR-NO to WS-PO-VENDOR-NO(WS-PO-ENTRY-CT)
           move S-KEY to WS-PO-KEY(WS-PO-ENTRY-CT)
           move WS-RUN-DATE to WS-PO-ORDER-DATE(WS-PO-ENTRY-CT)
           move WS-CURRENT-EXPECTED-DATE to
               WS-PO-EXPECTED-DATE(WS-PO-ENTRY-CT)
           move S-ORDER-QT to WS-PO-ORDERED-QT(WS-PO-ENTRY-CT)
           move ZERO to WS-PO-RECEIVED-QT(WS-PO-ENTRY-CT)
           move "O" to WS-PO-STATUS(WS-PO-ENTRY-CT)
           move S-UNIT-COST to WS-PO-UNIT-COST(WS-PO-ENTRY-CT)
           add 1 to WS-NEW-LINE-CT

           move spaces to WS-DOC-DETAIL-LINE
           move WS-CURRENT-LINE-NO to WDL-LINE-NO
           move S-KEY(1:2) to WDL-LOC
           move S-KEY(3:4) to WDL-PROD-ID
           move S-VENDOR-ITEM to WDL-VENDOR-ITEM
           move S-DESC to WDL-DESC
           move S-ORDER-QT to WDL-ORDER-QT
           if S-COST-SWITCH = "N"
               move "      COST NOT ON FILE" to WDL-NO-COST
               add 1 to WS-PO-NO-COST-CT
               add 1 to WS-NO-COST-LINE-CT
           else
               COMPUTE WS-LINE-EXTENSION = S-ORDER-QT * S-UNIT-COST
               add WS-LINE-EXTENSION to WS-PO-ORDER-TOTAL
               move S-UNIT-COST to WDL-UNIT-COST
               move WS-LINE-EXTENSION to WDL-EXTENSION
           end-if
           write PO-DOC-REC from WS-DOC-DETAIL-LINE
           perform 432-RETURN-SUGGESTION.

       434-START-VENDOR-PO.
           move S-VENDOR-NO to WS-PRIOR-VENDOR-NO
           move WS-NEXT-PO-NUMBER to WS-CURRENT-PO-NUMBER
           add 1 to WS-NEXT-PO-NUMBER
           add 1 to WS-NEW-PO-CT
           move ZERO to WS-CURRENT-LINE-NO WS-PO-ORDER-TOTAL
               WS-PO-NO-COST-CT
           perform 180-FIND-VENDOR
           move WS-LEAD-DAYS to WS-PO-LEAD-DAYS
           if WS-VN-FOUND-SUB > ZERO
               if WS-VN-LEAD-DAYS(WS-VN-FOUND-SUB) > ZERO
                   move WS-VN-LEAD-DAYS(WS-VN-FOUND-SUB) to
                       WS-PO-LEAD-DAYS
               end-if
           end-if
           perform 600-ADD-LEAD-DAYS
           move WS-WORK-DATE to WS-CURRENT-EXPECTED-DATE

           move spaces to WS-PO-DOC-FILENAME
           string "PO" WS-CURRENT-PO-NUMBER ".TXT"
               delimited by size into WS-PO-DOC-FILENAME
           open output PO-DOC-FILE
           move "Y" to WS-PO-DOC-SWITCH
           perform 435-WRITE-DOC-HEADING.

       435-WRITE-DOC-HEADING.
           move WS-CURRENT-PO-NUMBER to WDT-PO-NUMBER
           write PO-DOC-REC from WS-DOC-TITLE-LINE
           move WS-RUN-DATE(5:2) to WS-PD-MM
           move WS-RUN-DATE(7:2) to WS-PD-DD
           move WS-RUN-DATE(1:4) to WS-PD-YYYY
           move WS-PO-DATE-DISPLAY to WDD-ORDER-DATE
           write PO-DOC-REC from WS-DOC-DATE-LINE
           move spaces to PO-DOC-REC
           write PO-DOC-REC
           move WS-PRIOR-VENDOR-NO to WDV-VENDOR-NO
           if WS-VN-FOUND-SUB > ZERO
               move WS-VN-NAME(WS-VN-FOUND-SUB) to WDV-NAME
               write PO-DOC-REC from WS-DOC-VENDOR-LINE
               move WS-VN-ADDR-1(WS-VN-FOUND-SUB) to WDA-ADDR
               write PO-DOC-REC from WS-DOC-ADDR-LINE
               if WS-VN-ADDR-2(WS-VN-FOUND-SUB) not = spaces
                   move WS-VN-ADDR-2(WS-VN-FOUND-SUB) to WDA-ADDR
                   write PO-DOC-REC from WS-DOC-ADDR-LINE
               end-if
               move WS-VN-CITY(WS-VN-FOUND-SUB) to WDC-CITY
               move WS-VN-STATE(WS-VN-FOUND-SUB) to WDC-STATE
               move WS-VN-ZIP(WS-VN-FOUND-SUB) to WDC-ZIP
               write PO-DOC-REC from WS-DOC-CITY-LINE
           else
               move "** VENDOR NOT ON FILE **" to WDV-NAME
               write PO-DOC-REC from WS-DOC-VENDOR-LINE
           end-if
           move spaces to PO-DOC-REC
           write PO-DOC-REC
           move WS-CURRENT-EXPECTED-DATE(5:2) to WS-PD-MM
           move WS-CURRENT-EXPECTED-DATE(7:2) to WS-PD-DD
           move WS-CURRENT-EXPECTED-DATE(1:4) to WS-PD-YYYY
           move WS-PO-DATE-DISPLAY to WDE-EXPECTED-DATE
           move WS-PO-LEAD-DAYS to WDE-LEAD-DAYS
           write PO-DOC-REC from WS-DOC-EXPECT-LINE
           move spaces to PO-DOC-REC
           write PO-DOC-REC
           write PO-DOC-REC from WS-DOC-COL-HEADING.

      *    A PO under the vendor's minimum order is still raised; the
      *    document carries the warning so the buyer can top it up.
      *    Lines with no cost on file are left out of the order total
      *    and so out of the minimum test; the document says so.
       437-FINISH-PO-DOC.
           move spaces to PO-DOC-REC
           write PO-DOC-REC
           move WS-PO-ORDER-TOTAL to WDT-ORDER-TOTAL
           write PO-DOC-REC from WS-DOC-TOTAL-LINE
           if WS-PO-NO-COST-CT > ZERO
               move "** TOTAL EXCLUDES LINES WITH COST NOT ON FILE **"
                   to WS-DOC-NOTE-LINE
               write PO-DOC-REC from WS-DOC-NOTE-LINE
           end-if
           if WS-VN-FOUND-SUB > ZERO
               if WS-PO-ORDER-TOTAL <
                   WS-VN-MIN-ORDER-AMT(WS-VN-FOUND-SUB)
                   move WS-VN-MIN-ORDER-AMT(WS-VN-FOUND-SUB) to
                       WDM-MIN-ORDER-AMT
                   write PO-DOC-REC from WS-DOC-MINIMUM-LINE
                   add 1 to WS-BELOW-MIN-CT
               end-if
           else
               move "** BUYER TO SOURCE -- NO VENDOR ON FILE **"
                   to WS-DOC-NOTE-LINE
               write PO-DOC-REC from WS-DOC-NOTE-LINE
           end-if
           close PO-DOC-FILE
           move "N" to WS-PO-DOC-SWITCH.

       439-CREATE-PO-EXIT.
           exit.
