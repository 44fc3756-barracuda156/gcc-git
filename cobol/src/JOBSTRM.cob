      ******************************************************************
      *    PROGRAM-ID:     JOB-STREAM
      *    AUTHOR:         M. OKONJO-PATEL
      *    INSTALLATION:   GENERAL LEDGER SYSTEMS
      *    DATE-WRITTEN:   2026-10-15
      *    DATE-COMPILED:
      *
      *    NIGHTLY JOB-STREAM CONTROLLER.  THE NIGHT USED TO RUN AS
      *    SEPARATELY SUBMITTED STEPS -- FEED-SPLIT, THE PROG-BATCH
      *    STREAMS, THE EXCLEDNN/AUDTRLNN MERGE, STREAM-CONSOL,
      *    POST-GATE, EXCEPTION REPORT, RECON, REJECT-REPAIR --
      *    WITH THE OPERATOR CHECKING EACH RETURN CODE BY HAND
      *    BEFORE SUBMITTING THE NEXT, AND AFTER A 2 AM FAILURE
      *    NOBODY WAS SURE WHICH STEPS HAD ALREADY FINISHED.
      *
      *    THIS PROGRAM RUNS THE STEPS OF THE JSDCARDS DEFINITION
      *    DECK (LAYOUT AND RETURN-CODE RULES IN JSDCARD) IN ORDER,
      *    ISSUING EACH STEP'S COMMAND AND APPLYING ITS STOP/WARN
      *    LEVELS TO THE RETURN CODE.  PARALLEL PROG-BATCH STREAMS
      *    ARE ONE STEP WHOSE COMMAND STARTS THEM ALL AND WAITS,
      *    GIVING BACK THE HIGHEST STREAM RETURN CODE -- OR ONE
      *    STEP PER STREAM WHEN THEY ARE TO RUN ONE AFTER ANOTHER.
      *
      *    EVERY SUBMISSION CLAIMS ITS OWN RUN NUMBER FROM
      *    RUN-REGISTRY UNDER THE STREAM NAME AS JOB NAME, AND
      *    MARKS IT ENDED-OK ONLY WHEN THE LAST STEP IS DONE, SO A
      *    STOPPED STREAM SHOWS ON THE REGISTRY AS A RUN WITH NO
      *    CLEAN END.  EVERY STEP'S START, END, AND RETURN CODE GO
      *    TO THE STEPSTAT STEP-STATUS FILE (LAYOUT IN STEPREC)
      *    UNDER THE RUN NUMBER OF THE STREAM'S FIRST SUBMISSION.
      *    A RESUBMISSION OF A STREAM WHOSE LAST RUN DID NOT FINISH
      *    PICKS THAT RUN UP AGAIN: STEPS ALREADY ENDED-OK OR
      *    WARNED ARE SKIPPED AND THE STREAM RESTARTS AT THE STEP
      *    THAT FAILED (OR THAT WAS LEFT RUNNING BY A CONTROLLER
      *    THAT NEVER SAW IT FINISH).  THE STEP STATUS IS OPENED,
      *    UPDATED, AND CLOSED AROUND EVERY CHANGE, AS FEEDREG IS,
      *    SO A CONTROLLER CANCELLED MID-STEP LEAVES AN ACCURATE
      *    FILE BEHIND.
      *
      *    A STEP'S COMMAND IS ISSUED (3050) THROUGH THE 'SYSTEM'
      *    SERVICE ROUTINE.  'SYSTEM' IS NOT PART OF IBM COBOL: IT
      *    IS SUPPLIED BY THE VENDOR RUN-TIME LIBRARY THIS PROGRAM
      *    IS LINKED WITH, AND THE PROGRAM CANNOT RUN WITHOUT IT.
      *    THE ROUTINE GIVES BACK THE COMMAND'S STATUS IN THE
      *    SHELL'S WAIT FORMAT -- EXIT CODE TIMES 256, OR THE SIGNAL
      *    NUMBER IN THE LOW-ORDER BYTE FOR A COMMAND THAT WAS
      *    KILLED -- NOT AS THE STEP'S EXIT CODE; 3100 TURNS IT BACK
      *    INTO THE STEP'S OWN RETURN CODE.
      *
      *    RETURN CODES:  0 = EVERY STEP COMPLETE, NO WARNINGS
      *                   4 = EVERY STEP COMPLETE, ONE OR MORE
      *                       WARNED
      *                  12 = A STEP HIT ITS STOP LEVEL -- FIX AND
      *                       RESUBMIT, THE STREAM RESUMES THERE
      *                  16 = DECK ERROR, STEP-STATUS FILE ERROR, OR
      *                       A DECK THAT NO LONGER MATCHES THE RUN
      *                       BEING RESUMED -- NO STEP RUN
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 MOP   ORIGINAL PROGRAM
      *    2026-10-15 MOP   STEP COMMAND ISSUED FROM ITS OWN PARAGRAPH
      *                     (3050); A STEP KILLED BY A SIGNAL NOW
      *                     DECODES AS RC 9999 INSTEAD OF AS THE
      *                     SIGNAL NUMBER
      ******************************************************************
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      JOB-STREAM.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT DEFINITION-CARDS ASSIGN TO "JSDCARDS"
              ORGANIZATION SEQUENTIAL
              FILE STATUS IS DL-CARD-STATUS.
           SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FD-STP-KEY
              FILE STATUS IS DL-STP-FILE-STATUS.
       DATA             DIVISION.
       FILE             SECTION.
       FD  DEFINITION-CARDS.
       01  FD-CARD-RECORD               PIC X(80).
       FD  STEP-STATUS-FILE.
       01  FD-STEP-STATUS-RECORD.
           05  FD-STP-KEY               PIC X(10).
           05  FILLER                   PIC X(70).
       WORKING-STORAGE  SECTION.
           COPY JSDCARD.
           COPY STEPREC.
       01  DL-CARD-STATUS               PIC X(02).
       01  DL-STP-FILE-STATUS           PIC X(02).
       01  DL-EOF-SW                    PIC X(01).
           88  DL-EOF                   VALUE 'Y'.
       01  DL-ABORT-SW                  PIC X(01) VALUE 'N'.
           88  DL-ABORT                 VALUE 'Y'.
       01  DL-RESUME-SW                 PIC X(01) VALUE 'N'.
           88  DL-RESUME                VALUE 'Y'.
       01  DL-STOPPED-SW                PIC X(01) VALUE 'N'.
           88  DL-STREAM-STOPPED        VALUE 'Y'.
       01  DL-STP-FOUND-SW              PIC X(01).
           88  DL-STP-FOUND             VALUE 'Y'.
       01  DL-RETURN-CODE               PIC 9(04) VALUE ZERO.
       01  DL-STREAM-NAME               PIC X(08) VALUE SPACES.
       01  DL-STREAM-RUN-NUMBER         PIC 9(08) VALUE ZERO.
       01  DL-LAST-RUN-NUMBER           PIC 9(08) VALUE ZERO.
       01  DL-LAST-RUN-STATUS           PIC X(08) VALUE SPACES.
       01  DL-STREAM-HIGH-RC            PIC 9(04) VALUE ZERO.
       01  DL-NOW-DATE                  PIC 9(08).
       01  DL-NOW-TIME                  PIC 9(08).
       01  DL-SYSTEM-COMMAND            PIC X(65).
       01  DL-SYSTEM-STATUS             PIC S9(09).
       01  DL-SYSTEM-EXIT               PIC 9(09).
       01  DL-SYSTEM-SIGNAL             PIC 9(03).
       01  DL-STEP-RC                   PIC 9(04).
       01  DL-STEPS-RUN                 PIC 9(04) VALUE ZERO.
       01  DL-STEPS-SKIPPED             PIC 9(04) VALUE ZERO.
       01  DL-STEPS-WARNED              PIC 9(04) VALUE ZERO.
       01  DL-PREV-STEP-SEQ             PIC 9(02) VALUE ZERO.
       01  DL-RUN-ID                    PIC X(08) VALUE SPACES.
       01  DL-REG-FUNCTION              PIC X(08).
       01  DL-REG-JOB-NAME              PIC X(08).
       01  DL-REG-COUNTERS.
           05  DL-REG-RECORDS-READ      PIC 9(08).
           05  DL-REG-EXCEPTION-COUNT   PIC 9(08).
           05  DL-REG-CLEAN-COUNT       PIC 9(08).
           05  DL-REG-RANGE-ERROR-COUNT PIC 9(08).
           05  DL-REG-REJECT-COUNT      PIC 9(08).
           05  DL-REG-POSTING-COUNT     PIC 9(08).
      *    THE DEFINITION DECK, ONE SLOT PER STEP CARD, WITH THE
      *    STATUS EACH STEP STANDS AT FOR THIS STREAM RUN.
       01  DL-STEP-COUNT                PIC 9(04) VALUE ZERO.
       01  DL-STEP-SUB                  PIC 9(04).
       01  DL-STEP-TABLE.
           05  DL-STT-ENTRY OCCURS 99 TIMES.
               10  DL-STT-SEQ           PIC 9(02).
               10  DL-STT-NAME          PIC X(08).
               10  DL-STT-WARN-RC       PIC 9(02).
               10  DL-STT-STOP-RC       PIC 9(02).
               10  DL-STT-COMMAND       PIC X(64).
               10  DL-STT-STATUS        PIC X(08).
                   88  DL-STT-COMPLETE  VALUE 'ENDED-OK' 'WARNED  '.
               10  DL-STT-RC            PIC 9(04).
               10  DL-STT-ATTEMPTS      PIC 9(02).
       PROCEDURE        DIVISION.

       0000-MAINLINE.
           PERFORM 1000-LOAD-DEFINITION THRU 1000-EXIT
           IF NOT DL-ABORT
              PERFORM 2000-FIND-LAST-RUN THRU 2000-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 2500-BEGIN-STREAM THRU 2500-EXIT
           END-IF
           IF NOT DL-ABORT
              PERFORM 3000-RUN-STEP     THRU 3000-EXIT
                 VARYING DL-STEP-SUB FROM 1 BY 1
                 UNTIL DL-STEP-SUB > DL-STEP-COUNT
                    OR DL-STREAM-STOPPED
                    OR DL-ABORT
           END-IF
           IF NOT DL-ABORT
              PERFORM 8000-END-STREAM   THRU 8000-EXIT
           END-IF
      *    EVERY STEP COMMAND AND REGISTRY CALL RESETS THE
      *    RETURN-CODE REGISTER, SO THE STREAM'S OWN CODE IS KEPT
      *    IN DL-RETURN-CODE AND SET ONLY HERE, AS PROG-BATCH DOES.
           MOVE DL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      *    1000-LOAD-DEFINITION
      *    THE HEADER CARD, THEN EVERY STEP CARD INTO THE STEP
      *    TABLE.  ANY BAD CARD REFUSES THE WHOLE DECK BEFORE A
      *    SINGLE STEP RUNS -- A STREAM THAT STOPS HALF-WAY ON A
      *    TYPO IN ITS OWN DEFINITION IS EXACTLY THE 2 AM MUDDLE
      *    THIS PROGRAM EXISTS TO END.
      *----------------------------------------------------------------
       1000-LOAD-DEFINITION.
           OPEN INPUT DEFINITION-CARDS
           IF DL-CARD-STATUS NOT = '00'
              DISPLAY 'JOB-STREAM: UNABLE TO OPEN JSDCARDS, STATUS '
                      DL-CARD-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO DL-RETURN-CODE
           ELSE
              READ DEFINITION-CARDS INTO DL-JOB-STREAM-CARD
                 AT END
                    DISPLAY 'JOB-STREAM: JSDCARDS IS EMPTY'
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO DL-RETURN-CODE
                 NOT AT END
                    IF NOT DL-JSD-HEADER
                       OR DL-JSD-STREAM-NAME = SPACES
                       OR NOT DL-JSD-START-VALID
                       DISPLAY 'JOB-STREAM: FIRST CARD MUST BE THE '
                               'H CARD WITH A STREAM NAME AND A '
                               'START MODE OF BLANK OR N'
                       MOVE 'Y' TO DL-ABORT-SW
                       MOVE 16 TO DL-RETURN-CODE
                    ELSE
                       MOVE DL-JSD-STREAM-NAME TO DL-STREAM-NAME
                       IF DL-JSD-START-NEW
                          MOVE 'N' TO DL-RESUME-SW
                       ELSE
                          MOVE 'Y' TO DL-RESUME-SW
                       END-IF
                    END-IF
              END-READ
              MOVE 'N' TO DL-EOF-SW
              PERFORM 1100-LOAD-STEP-CARD THRU 1100-EXIT
                 UNTIL DL-EOF OR DL-ABORT
              CLOSE DEFINITION-CARDS
           END-IF
           IF NOT DL-ABORT
              AND DL-STEP-COUNT = ZERO
              DISPLAY 'JOB-STREAM: NO STEP CARDS ON JSDCARDS'
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO DL-RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-STEP-CARD.
           READ DEFINITION-CARDS INTO DL-JOB-STREAM-CARD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 IF NOT DL-JSD-STEP
                    OR DL-JSD-STEP-SEQ NOT NUMERIC
                    OR DL-JSD-STEP-SEQ NOT > DL-PREV-STEP-SEQ
                    OR DL-JSD-STEP-NAME = SPACES
                    OR DL-JSD-WARN-RC NOT NUMERIC
                    OR DL-JSD-STOP-RC NOT NUMERIC
                    OR DL-JSD-COMMAND = SPACES
                    DISPLAY 'JOB-STREAM: BAD STEP CARD <'
                            DL-JOB-STREAM-CARD (1:16) '> - S CARDS '
                            'NEED ASCENDING SEQUENCE, NAME, NUMERIC '
                            'LEVELS, AND A COMMAND'
                    MOVE 'Y' TO DL-ABORT-SW
                    MOVE 16 TO DL-RETURN-CODE
                 ELSE
                    ADD 1 TO DL-STEP-COUNT
                    MOVE DL-STEP-COUNT     TO DL-STEP-SUB
                    MOVE DL-JSD-STEP-SEQ   TO DL-STT-SEQ (DL-STEP-SUB)
                    MOVE DL-JSD-STEP-NAME  TO DL-STT-NAME (DL-STEP-SUB)
                    MOVE DL-JSD-WARN-RC
                      TO DL-STT-WARN-RC (DL-STEP-SUB)
                    MOVE DL-JSD-STOP-RC
                      TO DL-STT-STOP-RC (DL-STEP-SUB)
                    MOVE DL-JSD-COMMAND
                      TO DL-STT-COMMAND (DL-STEP-SUB)
                    MOVE 'PENDING ' TO DL-STT-STATUS (DL-STEP-SUB)
                    MOVE ZERO TO DL-STT-RC (DL-STEP-SUB)
                    MOVE ZERO TO DL-STT-ATTEMPTS (DL-STEP-SUB)
                    MOVE DL-JSD-STEP-SEQ TO DL-PREV-STEP-SEQ
                 END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-FIND-LAST-RUN
      *    FIND THIS STREAM'S MOST RECENT RUN ON THE STEP-STATUS
      *    FILE.  THE FILE IS KEYED BY RUN NUMBER, SO THE LAST
      *    STREAM RECORD (STEP 00) OF THIS NAME IS THE LATEST RUN.
      *    IF IT DID NOT FINISH, THIS SUBMISSION RESUMES IT UNLESS
      *    THE H CARD ASKS FOR A NEW RUN.  A MISSING FILE IS
      *    CREATED EMPTY ON FIRST USE.
      *----------------------------------------------------------------
       2000-FIND-LAST-RUN.
           PERFORM 7100-OPEN-STEP-STATUS THRU 7100-EXIT
           IF NOT DL-ABORT
              MOVE LOW-VALUES TO FD-STP-KEY
              MOVE 'N' TO DL-EOF-SW
              START STEP-STATUS-FILE KEY >= FD-STP-KEY
                 INVALID KEY
                    MOVE 'Y' TO DL-EOF-SW
              END-START
              PERFORM 2100-READ-STEP-STATUS THRU 2100-EXIT
                 UNTIL DL-EOF
              CLOSE STEP-STATUS-FILE
              IF DL-LAST-RUN-NUMBER = ZERO
                 OR DL-LAST-RUN-STATUS = 'ENDED-OK'
                 MOVE 'N' TO DL-RESUME-SW
              ELSE
                 IF DL-RESUME
                    MOVE DL-LAST-RUN-NUMBER TO DL-STREAM-RUN-NUMBER
                    DISPLAY 'JOB-STREAM: STREAM ' DL-STREAM-NAME
                            ' RUN ' DL-LAST-RUN-NUMBER ' DID NOT '
                            'FINISH - RESUMING IT'
                 ELSE
                    DISPLAY 'JOB-STREAM: STREAM ' DL-STREAM-NAME
                            ' RUN ' DL-LAST-RUN-NUMBER ' DID NOT '
                            'FINISH - NEW RUN FORCED BY H CARD, '
                            'IT IS NOT RESUMED'
                 END-IF
              END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-STEP-STATUS.
           READ STEP-STATUS-FILE NEXT RECORD
              INTO DL-STEP-STATUS-RECORD
              AT END
                 MOVE 'Y' TO DL-EOF-SW
              NOT AT END
                 IF DL-STP-STEP-SEQ = ZERO
                    AND DL-STP-STEP-NAME = DL-STREAM-NAME
                    MOVE DL-STP-RUN-NUMBER TO DL-LAST-RUN-NUMBER
                    MOVE DL-STP-STATUS     TO DL-LAST-RUN-STATUS
                 END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2500-BEGIN-STREAM
      *    CLAIM THIS SUBMISSION'S RUN NUMBER, THEN EITHER LAY DOWN
      *    A NEW STREAM RUN (THE STREAM RECORD AND EVERY STEP
      *    PENDING, SO THE FILE SHOWS THE WHOLE NIGHT FROM THE
      *    START) OR PICK UP THE ONE BEING RESUMED.
      *----------------------------------------------------------------
       2500-BEGIN-STREAM.
           MOVE 'START   ' TO DL-REG-FUNCTION
           MOVE DL-STREAM-NAME TO DL-REG-JOB-NAME
           INITIALIZE DL-REG-COUNTERS
           CALL 'RUN-REGISTRY' USING DL-REG-FUNCTION
                                     DL-RUN-ID
                                     DL-REG-JOB-NAME
                                     DL-REG-COUNTERS
           ACCEPT DL-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT DL-NOW-TIME FROM TIME
           IF DL-RESUME
              PERFORM 2600-LOAD-STEP-STATUS THRU 2600-EXIT
                 VARYING DL-STEP-SUB FROM 1 BY 1
                 UNTIL DL-STEP-SUB > DL-STEP-COUNT
                    OR DL-ABORT
              IF NOT DL-ABORT
                 MOVE DL-STREAM-RUN-NUMBER TO DL-STP-RUN-NUMBER
                 MOVE ZERO TO DL-STP-STEP-SEQ
                 PERFORM 7200-GET-STEP-STATUS THRU 7200-EXIT
                 MOVE 'RUNNING ' TO DL-STP-STATUS
                 MOVE DL-RUN-ID  TO DL-STP-ATTEMPT-RUN
                 ADD 1 TO DL-STP-ATTEMPTS
                 PERFORM 7000-PUT-STEP-STATUS THRU 7000-EXIT
              END-IF
           ELSE
              MOVE DL-RUN-ID TO DL-STREAM-RUN-NUMBER
              INITIALIZE DL-STEP-STATUS-RECORD
              MOVE DL-STREAM-RUN-NUMBER TO DL-STP-RUN-NUMBER
              MOVE ZERO           TO DL-STP-STEP-SEQ
              MOVE DL-STREAM-NAME TO DL-STP-STEP-NAME
              MOVE 'RUNNING '     TO DL-STP-STATUS
              MOVE DL-RUN-ID      TO DL-STP-ATTEMPT-RUN
              MOVE DL-NOW-DATE    TO DL-STP-START-DATE
              MOVE DL-NOW-TIME    TO DL-STP-START-TIME
              MOVE 1              TO DL-STP-ATTEMPTS
              PERFORM 7000-PUT-STEP-STATUS THRU 7000-EXIT
              PERFORM 2700-LAY-DOWN-STEP THRU 2700-EXIT
                 VARYING DL-STEP-SUB FROM 1 BY 1
                 UNTIL DL-STEP-SUB > DL-STEP-COUNT
                    OR DL-ABORT
           END-IF
           IF NOT DL-ABORT
              DISPLAY 'JOB-STREAM: STREAM ' DL-STREAM-NAME ' RUN '
                      DL-STREAM-RUN-NUMBER ' SUBMISSION RUN '
                      DL-RUN-ID ' - ' DL-STEP-COUNT ' STEPS'
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2600-LOAD-STEP-STATUS
      *    CARRY ONE STEP'S STANDING FROM THE RUN BEING RESUMED.
      *    THE DECK MUST STILL DESCRIBE THAT RUN: A STEP SEQUENCE
      *    NOW NAMING A DIFFERENT STEP WOULD SKIP OR REPEAT WORK
      *    BLIND, SO IT REFUSES THE RESUBMISSION (AN H CARD WITH
      *    START MODE N STARTS AFRESH INSTEAD).  A STEP ADDED TO
      *    THE DECK SINCE IS SIMPLY PENDING.
      *----------------------------------------------------------------
       2600-LOAD-STEP-STATUS.
           MOVE DL-STREAM-RUN-NUMBER      TO DL-STP-RUN-NUMBER
           MOVE DL-STT-SEQ (DL-STEP-SUB)  TO DL-STP-STEP-SEQ
           PERFORM 7200-GET-STEP-STATUS THRU 7200-EXIT
           IF DL-STP-FOUND
              IF DL-STP-STEP-NAME NOT = DL-STT-NAME (DL-STEP-SUB)
                 DISPLAY 'JOB-STREAM: STEP ' DL-STT-SEQ (DL-STEP-SUB)
                         ' IS ' DL-STT-NAME (DL-STEP-SUB)
                         ' ON THE DECK BUT ' DL-STP-STEP-NAME
                         ' IN RUN ' DL-STREAM-RUN-NUMBER
                         ' - CANNOT RESUME'
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO DL-RETURN-CODE
              ELSE
                 MOVE DL-STP-STATUS   TO DL-STT-STATUS (DL-STEP-SUB)
                 MOVE DL-STP-RETURN-CODE
                   TO DL-STT-RC (DL-STEP-SUB)
                 MOVE DL-STP-ATTEMPTS TO DL-STT-ATTEMPTS (DL-STEP-SUB)
              END-IF
           ELSE
              PERFORM 2700-LAY-DOWN-STEP THRU 2700-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

       2700-LAY-DOWN-STEP.
           INITIALIZE DL-STEP-STATUS-RECORD
           MOVE DL-STREAM-RUN-NUMBER       TO DL-STP-RUN-NUMBER
           MOVE DL-STT-SEQ (DL-STEP-SUB)   TO DL-STP-STEP-SEQ
           MOVE DL-STT-NAME (DL-STEP-SUB)  TO DL-STP-STEP-NAME
           MOVE 'PENDING '                 TO DL-STP-STATUS
           PERFORM 7000-PUT-STEP-STATUS THRU 7000-EXIT.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-RUN-STEP
      *    A COMPLETE STEP IS SKIPPED.  OTHERWISE IT IS MARKED
      *    RUNNING BEFORE ITS COMMAND GOES OUT -- A STEP THE
      *    CONTROLLER CANNOT RECORD IS NOT RUN -- AND ITS OUTCOME
      *    IS RECORDED THE MOMENT IT COMES BACK.
      *----------------------------------------------------------------
       3000-RUN-STEP.
           IF DL-STT-COMPLETE (DL-STEP-SUB)
              DISPLAY 'JOB-STREAM: STEP ' DL-STT-SEQ (DL-STEP-SUB)
                      ' ' DL-STT-NAME (DL-STEP-SUB) ' ALREADY '
                      DL-STT-STATUS (DL-STEP-SUB) ' RC '
                      DL-STT-RC (DL-STEP-SUB) ' - SKIPPED'
              ADD 1 TO DL-STEPS-SKIPPED
              IF DL-STT-RC (DL-STEP-SUB) > DL-STREAM-HIGH-RC
                 MOVE DL-STT-RC (DL-STEP-SUB) TO DL-STREAM-HIGH-RC
              END-IF
              IF DL-STT-STATUS (DL-STEP-SUB) = 'WARNED  '
                 ADD 1 TO DL-STEPS-WARNED
              END-IF
           ELSE
              ADD 1 TO DL-STT-ATTEMPTS (DL-STEP-SUB)
              ACCEPT DL-NOW-DATE FROM DATE YYYYMMDD
              ACCEPT DL-NOW-TIME FROM TIME
              INITIALIZE DL-STEP-STATUS-RECORD
              MOVE DL-STREAM-RUN-NUMBER      TO DL-STP-RUN-NUMBER
              MOVE DL-STT-SEQ (DL-STEP-SUB)  TO DL-STP-STEP-SEQ
              MOVE DL-STT-NAME (DL-STEP-SUB) TO DL-STP-STEP-NAME
              MOVE 'RUNNING '                TO DL-STP-STATUS
              MOVE DL-RUN-ID                 TO DL-STP-ATTEMPT-RUN
              MOVE DL-NOW-DATE               TO DL-STP-START-DATE
              MOVE DL-NOW-TIME               TO DL-STP-START-TIME
              MOVE DL-STT-ATTEMPTS (DL-STEP-SUB) TO DL-STP-ATTEMPTS
              PERFORM 7000-PUT-STEP-STATUS THRU 7000-EXIT
              IF NOT DL-ABORT
                 DISPLAY 'JOB-STREAM: STEP ' DL-STT-SEQ (DL-STEP-SUB)
                         ' ' DL-STT-NAME (DL-STEP-SUB) ' STARTED '
                         DL-NOW-DATE ' ' DL-NOW-TIME
                 MOVE DL-STT-COMMAND (DL-STEP-SUB)
                   TO DL-SYSTEM-COMMAND
                 PERFORM 3050-ISSUE-STEP-COMMAND THRU 3050-EXIT
                 PERFORM 3100-DECODE-RETURN-CODE THRU 3100-EXIT
                 PERFORM 3200-APPLY-RC-RULES THRU 3200-EXIT
                 ACCEPT DL-NOW-DATE FROM DATE YYYYMMDD
                 ACCEPT DL-NOW-TIME FROM TIME
                 MOVE DL-STT-STATUS (DL-STEP-SUB) TO DL-STP-STATUS
                 MOVE DL-NOW-DATE TO DL-STP-END-DATE
                 MOVE DL-NOW-TIME TO DL-STP-END-TIME
                 MOVE DL-STEP-RC  TO DL-STP-RETURN-CODE
                 PERFORM 7000-PUT-STEP-STATUS THRU 7000-EXIT
                 ADD 1 TO DL-STEPS-RUN
                 DISPLAY 'JOB-STREAM: STEP ' DL-STT-SEQ (DL-STEP-SUB)
                         ' ' DL-STT-NAME (DL-STEP-SUB) ' '
                         DL-STT-STATUS (DL-STEP-SUB) ' RC '
                         DL-STEP-RC ' AT ' DL-NOW-DATE ' '
                         DL-NOW-TIME
              END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3050-ISSUE-STEP-COMMAND
      *    RUN-TIME DEPENDENCY: CALL 'SYSTEM' IS A SERVICE ROUTINE OF
      *    THE VENDOR RUN-TIME LIBRARY, NOT IBM COBOL.  IT HANDS THE
      *    COMMAND TO THE SHELL, WAITS FOR IT, AND LEAVES THE SHELL'S
      *    WAIT STATUS -- NOT THE STEP'S EXIT CODE -- IN RETURN-CODE,
      *    WHICH IS SAVED HERE FOR 3100 TO DECODE.  THE CONTROLLER'S
      *    OWN RETURN CODE IS KEPT IN DL-RETURN-CODE, SO THE CALL
      *    OVERWRITING RETURN-CODE LOSES NOTHING.  ANOTHER RUN-TIME
      *    NEEDS ONLY THIS PARAGRAPH AND 3100 CHANGED.
      *----------------------------------------------------------------
       3050-ISSUE-STEP-COMMAND.
           CALL 'SYSTEM' USING DL-SYSTEM-COMMAND
           MOVE RETURN-CODE TO DL-SYSTEM-STATUS.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3100-DECODE-RETURN-CODE
      *    THE STATUS IS IN WAIT FORMAT: THE EXIT CODE IN THE HIGH-
      *    ORDER BYTE WHEN THE LOW-ORDER BYTE IS ZERO, OTHERWISE THE
      *    NUMBER OF THE SIGNAL THAT KILLED THE COMMAND.  A KILLED
      *    COMMAND, AND A NEGATIVE STATUS (THE COMMAND COULD NOT BE
      *    ISSUED AT ALL), ARE TREATED AS THE WORST RETURN CODE
      *    THERE IS.
      *----------------------------------------------------------------
       3100-DECODE-RETURN-CODE.
           IF DL-SYSTEM-STATUS < ZERO
              DISPLAY 'JOB-STREAM: STEP ' DL-STT-SEQ (DL-STEP-SUB)
                      ' COMMAND COULD NOT BE ISSUED'
              MOVE 9999 TO DL-STEP-RC
           ELSE
              DIVIDE DL-SYSTEM-STATUS BY 256 GIVING DL-SYSTEM-EXIT
                 REMAINDER DL-SYSTEM-SIGNAL
              IF DL-SYSTEM-SIGNAL NOT = ZERO
                 DISPLAY 'JOB-STREAM: STEP ' DL-STT-SEQ (DL-STEP-SUB)
                         ' COMMAND ENDED BY SIGNAL ' DL-SYSTEM-SIGNAL
                 MOVE 9999 TO DL-STEP-RC
              ELSE
                 MOVE DL-SYSTEM-EXIT TO DL-STEP-RC
              END-IF
           END-IF
           MOVE DL-STEP-RC TO DL-STT-RC (DL-STEP-SUB)
           IF DL-STEP-RC > DL-STREAM-HIGH-RC
              MOVE DL-STEP-RC TO DL-STREAM-HIGH-RC
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3200-APPLY-RC-RULES
      *    STOP LEVEL FIRST, THEN WARN LEVEL; A ZERO LEVEL IS NOT
      *    APPLIED.  A STOPPED STREAM RETURNS 12 SO THE SCHEDULER
      *    HOLDS EVERYTHING DOWNSTREAM OF THE NIGHT.
      *----------------------------------------------------------------
       3200-APPLY-RC-RULES.
           IF DL-STT-STOP-RC (DL-STEP-SUB) > ZERO
              AND DL-STEP-RC >= DL-STT-STOP-RC (DL-STEP-SUB)
              MOVE 'FAILED  ' TO DL-STT-STATUS (DL-STEP-SUB)
              MOVE 'Y' TO DL-STOPPED-SW
              DISPLAY 'JOB-STREAM: *** STEP '
                      DL-STT-SEQ (DL-STEP-SUB) ' '
                      DL-STT-NAME (DL-STEP-SUB) ' RC ' DL-STEP-RC
                      ' AT OR ABOVE STOP LEVEL '
                      DL-STT-STOP-RC (DL-STEP-SUB)
                      ' - STREAM STOPPED ***'
              MOVE 12 TO DL-RETURN-CODE
           ELSE
              IF DL-STT-WARN-RC (DL-STEP-SUB) > ZERO
                 AND DL-STEP-RC >= DL-STT-WARN-RC (DL-STEP-SUB)
                 MOVE 'WARNED  ' TO DL-STT-STATUS (DL-STEP-SUB)
                 ADD 1 TO DL-STEPS-WARNED
                 DISPLAY 'JOB-STREAM: STEP '
                         DL-STT-SEQ (DL-STEP-SUB) ' '
                         DL-STT-NAME (DL-STEP-SUB) ' RC ' DL-STEP-RC
                         ' AT OR ABOVE WARN LEVEL '
                         DL-STT-WARN-RC (DL-STEP-SUB)
                         ' - WARNING, STREAM CONTINUES'
                 IF DL-RETURN-CODE < 4
                    MOVE 4 TO DL-RETURN-CODE
                 END-IF
              ELSE
                 MOVE 'ENDED-OK' TO DL-STT-STATUS (DL-STEP-SUB)
              END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7000-PUT-STEP-STATUS
      *    WRITE OR REWRITE DL-STEP-STATUS-RECORD UNDER ITS KEY,
      *    OPENING AND CLOSING THE FILE AROUND THE ONE CHANGE.  A
      *    STATUS THAT CANNOT BE RECORDED STOPS THE STREAM: A
      *    RESUBMISSION TRUSTING A FILE THAT MISSED A STEP'S
      *    OUTCOME WOULD RERUN A FINISHED STEP OR SKIP A FAILED ONE.
      *----------------------------------------------------------------
       7000-PUT-STEP-STATUS.
           PERFORM 7100-OPEN-STEP-STATUS THRU 7100-EXIT
           IF NOT DL-ABORT
              MOVE DL-STP-KEY TO FD-STP-KEY
              READ STEP-STATUS-FILE
                 INVALID KEY
                    MOVE DL-STEP-STATUS-RECORD
                      TO FD-STEP-STATUS-RECORD
                    WRITE FD-STEP-STATUS-RECORD
                 NOT INVALID KEY
                    MOVE DL-STEP-STATUS-RECORD
                      TO FD-STEP-STATUS-RECORD
                    REWRITE FD-STEP-STATUS-RECORD
              END-READ
              IF DL-STP-FILE-STATUS NOT = '00'
                 DISPLAY 'JOB-STREAM: STEPSTAT UPDATE FAILED FOR '
                         DL-STP-KEY ', STATUS ' DL-STP-FILE-STATUS
                         ' - STREAM STOPPED'
                 MOVE 'Y' TO DL-ABORT-SW
                 MOVE 16 TO DL-RETURN-CODE
              END-IF
              CLOSE STEP-STATUS-FILE
           END-IF.
       7000-EXIT.
           EXIT.

       7100-OPEN-STEP-STATUS.
           OPEN I-O STEP-STATUS-FILE
           IF DL-STP-FILE-STATUS = '35'
              OPEN OUTPUT STEP-STATUS-FILE
              CLOSE STEP-STATUS-FILE
              OPEN I-O STEP-STATUS-FILE
           END-IF
           IF DL-STP-FILE-STATUS NOT = '00'
              DISPLAY 'JOB-STREAM: UNABLE TO OPEN STEPSTAT, STATUS '
                      DL-STP-FILE-STATUS
              MOVE 'Y' TO DL-ABORT-SW
              MOVE 16 TO DL-RETURN-CODE
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7200-GET-STEP-STATUS
      *    READ THE RECORD FOR THE KEY IN DL-STP-KEY INTO
      *    DL-STEP-STATUS-RECORD; DL-STP-FOUND SAYS WHETHER IT WAS
      *    THERE.
      *----------------------------------------------------------------
       7200-GET-STEP-STATUS.
           MOVE 'N' TO DL-STP-FOUND-SW
           PERFORM 7100-OPEN-STEP-STATUS THRU 7100-EXIT
           IF NOT DL-ABORT
              MOVE DL-STP-KEY TO FD-STP-KEY
              READ STEP-STATUS-FILE INTO DL-STEP-STATUS-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO DL-STP-FOUND-SW
              END-READ
              CLOSE STEP-STATUS-FILE
           END-IF.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8000-END-STREAM
      *    CLOSE OUT THE STREAM RECORD AND, ONLY WHEN EVERY STEP IS
      *    COMPLETE, THE SUBMISSION'S REGISTRY RUN.  THEN THE STEP
      *    RECAP FOR THE OPERATOR.
      *----------------------------------------------------------------
       8000-END-STREAM.
           MOVE DL-STREAM-RUN-NUMBER TO DL-STP-RUN-NUMBER
           MOVE ZERO TO DL-STP-STEP-SEQ
           PERFORM 7200-GET-STEP-STATUS THRU 7200-EXIT
           ACCEPT DL-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT DL-NOW-TIME FROM TIME
           IF DL-STREAM-STOPPED
              MOVE 'FAILED  ' TO DL-STP-STATUS
           ELSE
              MOVE 'ENDED-OK' TO DL-STP-STATUS
           END-IF
           MOVE DL-RUN-ID         TO DL-STP-ATTEMPT-RUN
           MOVE DL-NOW-DATE       TO DL-STP-END-DATE
           MOVE DL-NOW-TIME       TO DL-STP-END-TIME
           MOVE DL-STREAM-HIGH-RC TO DL-STP-RETURN-CODE
           PERFORM 7000-PUT-STEP-STATUS THRU 7000-EXIT
           IF NOT DL-STREAM-STOPPED
              AND NOT DL-ABORT
              MOVE 'END-OK  ' TO DL-REG-FUNCTION
              MOVE DL-STREAM-NAME TO DL-REG-JOB-NAME
              INITIALIZE DL-REG-COUNTERS
              CALL 'RUN-REGISTRY' USING DL-REG-FUNCTION
                                        DL-RUN-ID
                                        DL-REG-JOB-NAME
                                        DL-REG-COUNTERS
              IF DL-STEPS-WARNED > ZERO
                 AND DL-RETURN-CODE < 4
                 MOVE 4 TO DL-RETURN-CODE
              END-IF
           END-IF
           DISPLAY ' '
           DISPLAY 'JOB-STREAM SUMMARY - STREAM ' DL-STREAM-NAME
                   ' RUN ' DL-STREAM-RUN-NUMBER
           DISPLAY '  SEQ NAME     STATUS     RC  RUNS'
           PERFORM 8100-PRINT-STEP-LINE THRU 8100-EXIT
              VARYING DL-STEP-SUB FROM 1 BY 1
              UNTIL DL-STEP-SUB > DL-STEP-COUNT
           DISPLAY '  STEPS RUN ............. ' DL-STEPS-RUN
           DISPLAY '  STEPS SKIPPED ......... ' DL-STEPS-SKIPPED
           DISPLAY '  STEPS WARNED .......... ' DL-STEPS-WARNED
           IF DL-STREAM-STOPPED
              DISPLAY '  *** STREAM STOPPED - FIX THE FAILED STEP AND '
                      'RESUBMIT; IT RESUMES THERE ***'
           ELSE
              DISPLAY '  STREAM COMPLETE'
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PRINT-STEP-LINE.
           DISPLAY '  ' DL-STT-SEQ (DL-STEP-SUB)
                   '  ' DL-STT-NAME (DL-STEP-SUB)
                   ' ' DL-STT-STATUS (DL-STEP-SUB)
                   ' ' DL-STT-RC (DL-STEP-SUB)
                   '  ' DL-STT-ATTEMPTS (DL-STEP-SUB).
       8100-EXIT.
           EXIT.
