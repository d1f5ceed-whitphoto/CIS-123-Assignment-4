       program-id. Driver1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
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
       01 WS-DAY-LIST-DATA.
           05 FILLER               PIC X(20) VALUE

       01 WS-DAY-COUNT              pic 9 VALUE 5.
       01 WS-IDX                    pic 9 VALUE 1.
       01 WS-DAYS-RUN-CT            pic 9 VALUE ZERO.
       01 WS-FEEDS-RUN-CT           pic 9 VALUE ZERO.
       01 WS-STEP-RC                pic 9(4) VALUE ZERO.
       01 WS-FIRST-POST-SWITCH      pic X VALUE "Y".
           88 FIRST-POSTING               VALUE "Y".

       01 WS-ARG-NUM                pic 9 VALUE 1.
       01 WS-COMMAND-ARG            pic X(40).
       01 WS-FEED-SWITCH            pic X VALUE "N".
           88 RUN-FEED-INTERFACE          VALUE "Y".

       01 WS-PROGRAM1-PATH          pic X(40) VALUE "./program1".
       01 WS-PROGRAM2-PATH          pic X(40) VALUE "./program2".
       01 WS-PROGRAM17-PATH         pic X(40) VALUE "./program17".
       01 WS-CURRENT-MASTER         pic X(40) VALUE "master.txt".
       01 WS-TRANS-FILENAME         pic X(40) VALUE SPACES.
       01 WS-EDIT-FILENAME          pic X(40) VALUE SPACES.
       01 WS-EDITRPT-FILENAME       pic X(40) VALUE SPACES.
       01 WS-OUTPUT-FILENAME        pic X(40) VALUE SPACES.
       01 WS-FEED-FILENAME          pic X(40) VALUE SPACES.
       01 WS-SUSPENSE-FILENAME      pic X(40) VALUE SPACES.
       01 WS-COMMAND-LINE           pic X(200) VALUE SPACES.
       01 WS-RUNLOG-START           pic X(21).
       01 WS-RUNLOG-REASON          pic X(40) VALUE SPACES.

       procedure division.

       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           perform varying WS-IDX from 1 by 1 until WS-IDX >
               WS-DAY-COUNT
               perform 200-RUN-ONE-DAY
           end-perform

           perform 990-WRITE-RUN-LOG
           stop run.

      *    "POS" also brings in the order system's export each day:
      *    its issues are edited and posted ahead of the day's own
      *    transaction file, which still carries everything else.
       105-PARSE-ARGUMENTS.
           move spaces to WS-COMMAND-ARG
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG = "POS"
               move "Y" to WS-FEED-SWITCH
           end-if.

      *    Lines the interface could not map are held in suspense and
      *    leave a warning; the day is only halted when the feed
      *    itself does not prove.
       150-RUN-INTERFACE.
           move spaces to WS-COMMAND-LINE
           move spaces to WS-FEED-FILENAME
           move spaces to WS-SUSPENSE-FILENAME
           move spaces to WS-TRANS-FILENAME
           move spaces to WS-EDIT-FILENAME
           move spaces to WS-EDITRPT-FILENAME
           move spaces to WS-OUTPUT-FILENAME
           string "POSFEED" WS-DAY-SUFFIX(WS-IDX) ".CSV"
               delimited by size into WS-FEED-FILENAME
           string "POSSUSP" WS-DAY-SUFFIX(WS-IDX) ".CSV"
               delimited by size into WS-SUSPENSE-FILENAME
           string "POSTRANS" WS-DAY-SUFFIX(WS-IDX) ".TXT"
               delimited by size into WS-TRANS-FILENAME
           string "POSEDIT" WS-DAY-SUFFIX(WS-IDX) ".TXT"
               delimited by size into WS-EDIT-FILENAME
           string "POSEDITRPT" WS-DAY-SUFFIX(WS-IDX) ".TXT"
               delimited by size into WS-EDITRPT-FILENAME
           string "POSOUTPUT" WS-DAY-SUFFIX(WS-IDX) ".TXT"
               delimited by size into WS-OUTPUT-FILENAME

           string WS-PROGRAM17-PATH delimited by space
               " " delimited by size
               WS-FEED-FILENAME delimited by space
               " " delimited by size
               WS-TRANS-FILENAME delimited by space
               " " delimited by size
               WS-SUSPENSE-FILENAME delimited by space
               into WS-COMMAND-LINE

           display "DRIVER1: interface " WS-DAY-SUFFIX(WS-IDX)
               " -> " WS-COMMAND-LINE
           call "SYSTEM" using WS-COMMAND-LINE
           perform 160-DECODE-STEP-RC

           if WS-STEP-RC >= 8
               move WS-STEP-RC to RETURN-CODE
               display "DRIVER1: interface " WS-DAY-SUFFIX(WS-IDX)
                   " FAILED (RETURN-CODE " WS-STEP-RC
                   ") -- HALTING CHAIN, NOT ADVANCING MASTER"
               move "INTERFACE STEP FAILED" to WS-RUNLOG-REASON
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           if WS-STEP-RC not = 0
               display "DRIVER1: interface " WS-DAY-SUFFIX(WS-IDX)
                   " LINES HELD IN " WS-SUSPENSE-FILENAME
           end-if
           add 1 to WS-FEEDS-RUN-CT.

      *    Where the shell hands back a wait status the step's own
      *    return code is its high-order byte.
       160-DECODE-STEP-RC.
           if RETURN-CODE > 255
               divide RETURN-CODE by 256 giving WS-STEP-RC
           else
               move RETURN-CODE to WS-STEP-RC
           end-if.

       200-RUN-ONE-DAY.
           if RUN-FEED-INTERFACE
               perform 150-RUN-INTERFACE
               perform 300-EDIT-AND-POST
           end-if

           move spaces to WS-TRANS-FILENAME
           move spaces to WS-EDIT-FILENAME
           move spaces to WS-EDITRPT-FILENAME
               delimited by size into WS-EDITRPT-FILENAME
           string "OUTPUT" WS-DAY-SUFFIX(WS-IDX) ".TXT"
               delimited by size into WS-OUTPUT-FILENAME
           perform 300-EDIT-AND-POST
           add 1 to WS-DAYS-RUN-CT.

      *    Only the first posting of the run starts the day's audit
      *    and report files afresh; every later one chains onto them.
       300-EDIT-AND-POST.
           move spaces to WS-COMMAND-LINE
           string WS-PROGRAM2-PATH delimited by space
               " " delimited by size
               WS-TRANS-FILENAME delimited by space
           display "DRIVER1: edit " WS-DAY-SUFFIX(WS-IDX)
               " -> " WS-COMMAND-LINE
           call "SYSTEM" using WS-COMMAND-LINE
           perform 160-DECODE-STEP-RC

           if WS-STEP-RC not = 0
               move WS-STEP-RC to RETURN-CODE
               display "DRIVER1: edit " WS-DAY-SUFFIX(WS-IDX)
                   " FAILED (RETURN-CODE " WS-STEP-RC
                   ") -- HALTING CHAIN, NOT ADVANCING MASTER"
               move "EDIT STEP FAILED" to WS-RUNLOG-REASON
               perform 990-WRITE-RUN-LOG
               stop run
           end-if

           move spaces to WS-COMMAND-LINE
           move WS-EDIT-FILENAME to WS-TRANS-FILENAME

           if FIRST-POSTING
               string WS-PROGRAM1-PATH delimited by space
                   " " delimited by size
                   WS-CURRENT-MASTER delimited by space
           display "DRIVER1: day " WS-DAY-SUFFIX(WS-IDX)
               " -> " WS-COMMAND-LINE
           call "SYSTEM" using WS-COMMAND-LINE
           perform 160-DECODE-STEP-RC

           if WS-STEP-RC not = 0
               move WS-STEP-RC to RETURN-CODE
               display "DRIVER1: day " WS-DAY-SUFFIX(WS-IDX)
                   " FAILED (RETURN-CODE " WS-STEP-RC
                   ") -- HALTING CHAIN, NOT ADVANCING MASTER"
               move "POSTING STEP FAILED" to WS-RUNLOG-REASON
               perform 990-WRITE-RUN-LOG
               stop run
           end-if

           move "N" to WS-FIRST-POST-SWITCH
           move WS-OUTPUT-FILENAME to WS-CURRENT-MASTER.

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.  The file named first is the
      *    one the chain was working on when it ended or stopped.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "DRIVER1" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           move WS-TRANS-FILENAME to RL-INPUT-FILE-1
           move WS-CURRENT-MASTER to RL-INPUT-FILE-2
           move "DAYS PLANNED" to RL-COUNT-LABEL(1)
           move WS-DAY-COUNT to RL-COUNT-VALUE(1)
           move "DAYS RUN" to RL-COUNT-LABEL(2)
           move WS-DAYS-RUN-CT to RL-COUNT-VALUE(2)
           move "FEEDS RUN" to RL-COUNT-LABEL(3)
           move WS-FEEDS-RUN-CT to RL-COUNT-VALUE(3)
           move ZERO to RL-COUNT-VALUE(4)
           move ZERO to RL-COUNT-VALUE(5)
           move ZERO to RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.
