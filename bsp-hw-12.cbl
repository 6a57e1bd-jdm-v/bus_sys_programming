
Stop Run.
End Program Class12s.

*>-----------------------------------------
*>-----------------------------------------
*>-----------------------------------------

Identification Division.
Program-id. Class12j.
*> Nightly job-stream driver.  Works through the steps listed on
*> STREAM.DAT in order -- Class10e, Class10m, the reports, the
*> Class11 batch and sweeps -- releasing each one only when the steps
*> it depends on ended cleanly, and judging how each step ended off
*> the records it appended to JOBLOG.DAT: no END, or a START left
*> without one, fails the step and stops the stream there; an END
*> other than OK marks it WARN, which a later step runs after only if
*> its line says it may.  A step held back is bypassed with the
*> reason printed on CLASS12J.RPT.
*>
*> STREAM.DAT is marked as it goes, the RUNCTL.DAT idea from
*> Class10m, so a rerun after a failure picks up at the failed step
*> instead of running the night again from the top.  Once no step
*> is left failed or not yet run, the next run starts the stream
*> over.
*>
*> Record columns: status(1) step(8) may-run-after-WARN(1 Y/N)
*> logs-to-JOBLOG(1 Y/N) four dependency step names(8 each) and the
*> command line that runs the step, space-separated.  Status is
*> blank = not yet run, D = ended OK, W = ended WARN, F = failed,
*> B = bypassed.  A step that does not log (Class12s, which cuts the
*> log) is judged on its command's return code alone.
Environment Division.
Input-Output Section.
File-Control.
        Select stream-file
           assign "STREAM.DAT"
           organization line sequential
           file status is stream-status.

        Select job-log-file
           assign "JOBLOG.DAT"
           organization line sequential
           file status is job-log-status.

        Select print-file
           assign "CLASS12J.RPT"
           organization line sequential.
Data Division.
File Section.
FD stream-file.
    01 stream-record.
        03 stm-status PIC X.
        03 PIC X.
        03 stm-step-name PIC X(8).
        03 PIC X.
        03 stm-warn-allowed PIC X.
        03 PIC X.
        03 stm-logged PIC X.
        03 PIC X.
        03 stm-dependency-list.
            05 stm-dependency-slot occurs 4 times.
                07 stm-dependency PIC X(8).
                07 PIC X.
        03 stm-command PIC X(80).

FD job-log-file.
    01 job-log-record.
        03 jl-stamp PIC X(17).
        03 PIC X.
        03 jl-program-name PIC X(8).
        03 PIC X.
        03 jl-action PIC X(5).
        03 PIC X.
        03 jl-status PIC X(4).
        03 PIC X.
        03 jl-input-file PIC X(20).
        03 PIC X.
        03 jl-records-read PIC 9(7).
        03 PIC X.
        03 jl-records-written PIC 9(7).
        03 PIC X.
        03 jl-records-rejected PIC 9(7).

FD print-file.
    01 print-record PIC X(132).

Working-Storage Section.
01 stream-status PIC XX.
01 job-log-status PIC XX.

01 report-line PIC X(132).
01 report-run-date PIC 9(8).
01 report-page-number PIC 9(3) VALUE 0.
01 report-line-count PIC 9(2) VALUE 99.
01 report-page-depth PIC 9(2) VALUE 55.

*> the whole stream, held so it can be rewritten with its marks
*> after every step
01 stream-table.
    05 stream-entry occurs 50 times.
        10 st-status PIC X.
            88 st-not-yet-run VALUE " ".
            88 st-ended-ok VALUE "D".
            88 st-ended-warn VALUE "W".
            88 st-failed VALUE "F".
            88 st-bypassed VALUE "B".
        10 st-step-name PIC X(8).
        10 st-warn-allowed PIC X.
        10 st-logged PIC X.
        10 st-dependency PIC X(8) occurs 4 times.
        10 st-command PIC X(80).
01 stream-count PIC 9(3) VALUE 0.
01 step-index PIC 9(3).
01 dependency-index PIC 9(3).
01 lookup-index PIC 9(3).
01 dependency-step PIC 9(3).
01 rewrite-index PIC 9(3).
01 restart-step PIC 9(3) VALUE 0.
01 stream-stopped-switch PIC X VALUE "N".
    88 stream-was-stopped VALUE "Y".

*> why a step was held back, or how it ended
01 bypass-reason PIC X(60).
01 step-note PIC X(60).
01 step-result PIC X(12).
01 step-command PIC X(80).
01 step-return-code PIC S9(9).
01 return-code-display PIC -9(9).

*> the job-log records a step appended -- counted before the step
*> is released, so only what comes after is judged.  Fewer records
*> afterwards means the step cut the log, and everything on it is
*> new.
01 log-records-before PIC 9(7).
01 log-record-count PIC 9(7).
01 log-record-number PIC 9(7).
01 step-starts PIC 9(5).
01 step-ends PIC 9(5).
01 step-own-ends PIC 9(5).
01 step-warn-switch PIC X.
    88 step-logged-warn VALUE "Y".
01 step-warn-program PIC X(8).

01 steps-run PIC 9(3) VALUE 0.
01 steps-ok PIC 9(3) VALUE 0.
01 steps-warn PIC 9(3) VALUE 0.
01 steps-failed PIC 9(3) VALUE 0.
01 steps-bypassed PIC 9(3) VALUE 0.

*> one structured record to the shop-wide job log at the start and
*> end of the step (CALL "joblog").
01 job-log-request.
    02 jlr-program-name PIC X(8).
    02 jlr-action PIC X(5). *> START or END
    02 jlr-status PIC X(4). *> OK or WARN on an END
    02 jlr-input-file PIC X(20).
    02 jlr-records-read PIC 9(7).
    02 jlr-records-written PIC 9(7).
    02 jlr-records-rejected PIC 9(7).

Procedure Division.
    OPEN INPUT stream-file.
    IF stream-status NOT = "00" THEN
        DISPLAY "Cannot open STREAM.DAT (status " stream-status
            ") -- no job stream is defined"
        STOP RUN
    END-IF.
    PERFORM FOREVER
        READ stream-file
            AT END EXIT PERFORM

            NOT AT END PERFORM LOAD-ONE-STREAM-STEP

        END-READ
    END-PERFORM.
    CLOSE stream-file.

    *> the first step failed or not yet run is where this run picks
    *> up; with none, the last stream ran to the end, so tonight's
    *> starts over from the top.
    PERFORM FIND-RESTART-STEP
        VARYING step-index FROM 1 BY 1
        UNTIL step-index > stream-count OR restart-step > 0.
    IF restart-step = 0 THEN
        PERFORM CLEAR-ONE-STREAM-MARK
            VARYING step-index FROM 1 BY 1
            UNTIL step-index > stream-count
        PERFORM REWRITE-STREAM
        MOVE 1 TO restart-step
        DISPLAY "Starting the job stream from the top"
    ELSE
        IF restart-step > 1 THEN
            DISPLAY "Restarting the job stream at step "
                st-step-name (restart-step)
        ELSE
            DISPLAY "Starting the job stream from the top"
        END-IF
    END-IF.

    MOVE "Class12j" TO jlr-program-name.
    MOVE "START" TO jlr-action.
    MOVE SPACES TO jlr-status.
    MOVE "STREAM.DAT" TO jlr-input-file.
    MOVE 0 TO jlr-records-read.
    MOVE 0 TO jlr-records-written.
    MOVE 0 TO jlr-records-rejected.
    CALL "joblog" USING job-log-request.

    ACCEPT report-run-date FROM DATE YYYYMMDD.
    OPEN OUTPUT print-file.

    PERFORM RUN-ONE-STREAM-STEP
        VARYING step-index FROM 1 BY 1
        UNTIL step-index > stream-count OR stream-was-stopped.

    *> the steps a failure kept from being reached stay unmarked, so
    *> the rerun releases them.
    IF stream-was-stopped THEN
        PERFORM PRINT-ONE-UNREACHED-STEP
            VARYING step-index FROM step-index BY 1
            UNTIL step-index > stream-count
    END-IF.

    MOVE SPACES TO report-line.
    PERFORM PRINT-REPORT-LINE.
    MOVE SPACES TO report-line.
    STRING "END OF STREAM -- STEPS RUN: " steps-run
        "  OK: " steps-ok
        "  WARN: " steps-warn
        "  FAILED: " steps-failed
        "  BYPASSED: " steps-bypassed
        DELIMITED BY SIZE INTO report-line.
    PERFORM PRINT-REPORT-LINE.
    IF stream-was-stopped THEN
        MOVE "STREAM STOPPED AT A FAILED STEP -- RERUN RESTARTS THERE"
            TO report-line
        PERFORM PRINT-REPORT-LINE
    END-IF.

    CLOSE print-file.
    DISPLAY "Job stream report written to CLASS12J.RPT".
    DISPLAY "  Steps run:      " steps-run.
    DISPLAY "  Ended OK:       " steps-ok.
    DISPLAY "  Ended WARN:     " steps-warn.
    DISPLAY "  Failed:         " steps-failed.
    DISPLAY "  Bypassed:       " steps-bypassed.

    MOVE "Class12j" TO jlr-program-name.
    MOVE "END" TO jlr-action.
    IF steps-warn > 0 OR steps-failed > 0 OR steps-bypassed > 0 THEN
        MOVE "WARN" TO jlr-status
    ELSE
        MOVE "OK" TO jlr-status
    END-IF.
    MOVE "STREAM.DAT" TO jlr-input-file.
    MOVE stream-count TO jlr-records-read.
    MOVE steps-run TO jlr-records-written.
    COMPUTE jlr-records-rejected = steps-failed + steps-bypassed.
    CALL "joblog" USING job-log-request.

    *> the last step's return code must not become this run's.
    MOVE 0 TO RETURN-CODE.

    Stop run.

LOAD-ONE-STREAM-STEP.
    IF stm-step-name NOT = SPACES THEN
        IF stream-count >= 50 THEN
            DISPLAY "*** ABEND: job-stream table is full (50 steps)"
                " -- split STREAM.DAT into two streams ***"
            STOP RUN
        END-IF
        ADD 1 TO stream-count
        MOVE stm-status TO st-status (stream-count)
        MOVE stm-step-name TO st-step-name (stream-count)
        MOVE stm-warn-allowed TO st-warn-allowed (stream-count)
        MOVE stm-logged TO st-logged (stream-count)
        MOVE stm-dependency (1) TO st-dependency (stream-count, 1)
        MOVE stm-dependency (2) TO st-dependency (stream-count, 2)
        MOVE stm-dependency (3) TO st-dependency (stream-count, 3)
        MOVE stm-dependency (4) TO st-dependency (stream-count, 4)
        MOVE stm-command TO st-command (stream-count)
    END-IF.
DONE-LOAD-ONE-STREAM-STEP.

FIND-RESTART-STEP.
    IF st-failed (step-index) OR st-not-yet-run (step-index) THEN
        MOVE step-index TO restart-step
    END-IF.
DONE-FIND-RESTART-STEP.

CLEAR-ONE-STREAM-MARK.
    MOVE SPACE TO st-status (step-index).
DONE-CLEAR-ONE-STREAM-MARK.

RUN-ONE-STREAM-STEP.
*> a step settled in an earlier run of the stream -- ended OK or
*> WARN, or bypassed -- stays settled; a failed step or one not yet
*> run is released again.
    IF st-ended-ok (step-index) OR st-ended-warn (step-index)
            OR st-bypassed (step-index) THEN
        MOVE "DONE EARLIER" TO step-result
        EVALUATE TRUE
            WHEN st-ended-ok (step-index)
                MOVE "ENDED OK IN AN EARLIER RUN OF THIS STREAM"
                    TO step-note
            WHEN st-ended-warn (step-index)
                MOVE "ENDED WARN IN AN EARLIER RUN OF THIS STREAM"
                    TO step-note
            WHEN OTHER
                MOVE "BYPASSED IN AN EARLIER RUN OF THIS STREAM"
                    TO step-note
        END-EVALUATE
        PERFORM PRINT-STEP-LINE
    ELSE
        MOVE SPACES TO bypass-reason
        PERFORM CHECK-ONE-DEPENDENCY
            VARYING dependency-index FROM 1 BY 1
            UNTIL dependency-index > 4 OR bypass-reason NOT = SPACES
        IF bypass-reason NOT = SPACES THEN
            MOVE "B" TO st-status (step-index)
            ADD 1 TO steps-bypassed
            MOVE "BYPASSED" TO step-result
            MOVE bypass-reason TO step-note
            DISPLAY "Step " st-step-name (step-index) " bypassed -- "
                bypass-reason
        ELSE
            PERFORM LAUNCH-STREAM-STEP
        END-IF
        PERFORM REWRITE-STREAM
        PERFORM PRINT-STEP-LINE
    END-IF.
DONE-RUN-ONE-STREAM-STEP.

CHECK-ONE-DEPENDENCY.
*> a dependency names an earlier step in the stream; the latest one
*> of that name above this step is the one that counts.
    IF st-dependency (step-index, dependency-index) NOT = SPACES THEN
        MOVE 0 TO dependency-step
        PERFORM FIND-DEPENDENCY-STEP
            VARYING lookup-index FROM 1 BY 1
            UNTIL lookup-index >= step-index
        IF dependency-step = 0 THEN
            STRING "DEPENDS ON "
                st-dependency (step-index, dependency-index)
                " -- NOT AN EARLIER STEP OF THE STREAM"
                DELIMITED BY SIZE INTO bypass-reason
        ELSE
            EVALUATE TRUE
                WHEN st-ended-ok (dependency-step)
                    CONTINUE
                WHEN st-ended-warn (dependency-step)
                    IF st-warn-allowed (step-index) NOT = "Y" THEN
                        STRING st-dependency (step-index,
                            dependency-index)
                            " ENDED WARN AND THIS STEP MAY NOT RUN"
                            " AFTER A WARN"
                            DELIMITED BY SIZE INTO bypass-reason
                    END-IF
                WHEN st-failed (dependency-step)
                    STRING st-dependency (step-index, dependency-index)
                        " FAILED"
                        DELIMITED BY SIZE INTO bypass-reason
                WHEN st-bypassed (dependency-step)
                    STRING st-dependency (step-index, dependency-index)
                        " WAS BYPASSED"
                        DELIMITED BY SIZE INTO bypass-reason
                WHEN OTHER
                    STRING st-dependency (step-index, dependency-index)
                        " HAS NOT RUN"
                        DELIMITED BY SIZE INTO bypass-reason
            END-EVALUATE
        END-IF
    END-IF.
DONE-CHECK-ONE-DEPENDENCY.

FIND-DEPENDENCY-STEP.
    IF st-step-name (lookup-index) =
            st-dependency (step-index, dependency-index) THEN
        MOVE lookup-index TO dependency-step
    END-IF.
DONE-FIND-DEPENDENCY-STEP.

LAUNCH-STREAM-STEP.
    PERFORM COUNT-JOB-LOG-RECORDS.
    MOVE log-record-count TO log-records-before.

    MOVE st-command (step-index) TO step-command.
    DISPLAY "Releasing step " st-step-name (step-index) ": "
        step-command.
    ADD 1 TO steps-run.
    CALL "SYSTEM" USING step-command.
    MOVE RETURN-CODE TO step-return-code.
    MOVE 0 TO RETURN-CODE.

    MOVE SPACES TO step-note.
    IF step-return-code NOT = 0 THEN
        MOVE step-return-code TO return-code-display
        MOVE "F" TO st-status (step-index)
        STRING "COMMAND ENDED WITH RETURN CODE " return-code-display
            DELIMITED BY SIZE INTO step-note
    ELSE
        IF st-logged (step-index) = "N" THEN
            MOVE "D" TO st-status (step-index)
            MOVE "RETURN CODE 0 (STEP DOES NOT LOG TO JOBLOG.DAT)"
                TO step-note
        ELSE
            PERFORM JUDGE-STEP-FROM-LOG
        END-IF
    END-IF.

    EVALUATE TRUE
        WHEN st-ended-ok (step-index)
            ADD 1 TO steps-ok
            MOVE "ENDED OK" TO step-result
        WHEN st-ended-warn (step-index)
            ADD 1 TO steps-warn
            MOVE "ENDED WARN" TO step-result
        WHEN OTHER
            ADD 1 TO steps-failed
            MOVE "FAILED" TO step-result
            SET stream-was-stopped TO TRUE
    END-EVALUATE.
    DISPLAY "Step " st-step-name (step-index) " " step-result
        " -- " step-note.
DONE-LAUNCH-STREAM-STEP.

JUDGE-STEP-FROM-LOG.
*> the step itself must have logged an END, every START logged
*> since it was released must have its END (a driver such as
*> Class10m logs its callees too), and any END other than OK makes
*> the step a WARN.
    PERFORM COUNT-JOB-LOG-RECORDS.
    IF log-record-count < log-records-before THEN
        MOVE 0 TO log-records-before
    END-IF.

    MOVE 0 TO step-starts.
    MOVE 0 TO step-ends.
    MOVE 0 TO step-own-ends.
    MOVE "N" TO step-warn-switch.
    MOVE SPACES TO step-warn-program.
    MOVE 0 TO log-record-number.
    OPEN INPUT job-log-file.
    IF job-log-status = "00" THEN
        PERFORM FOREVER
            READ job-log-file
                AT END EXIT PERFORM

                NOT AT END
                    ADD 1 TO log-record-number
                    IF log-record-number > log-records-before THEN
                        PERFORM TALLY-ONE-STEP-LOG-RECORD
                    END-IF

            END-READ

            *> a read error runs neither phrase above -- bail out
            *> rather than spin on it.
            IF job-log-status NOT = "00" THEN
                EXIT PERFORM
            END-IF
        END-PERFORM
        CLOSE job-log-file
    END-IF.

    EVALUATE TRUE
        WHEN step-own-ends = 0
            MOVE "F" TO st-status (step-index)
            STRING "NO END LOGGED BY " st-step-name (step-index)
                " ON JOBLOG.DAT (ABEND?)"
                DELIMITED BY SIZE INTO step-note
        WHEN step-starts > step-ends
            MOVE "F" TO st-status (step-index)
            MOVE "A START ON JOBLOG.DAT WAS NEVER ENDED (ABEND?)"
                TO step-note
        WHEN step-logged-warn
            MOVE "W" TO st-status (step-index)
            STRING step-warn-program " LOGGED AN END OTHER THAN OK"
                DELIMITED BY SIZE INTO step-note
        WHEN OTHER
            MOVE "D" TO st-status (step-index)
            MOVE "EVERY END LOGGED OK" TO step-note
    END-EVALUATE.
DONE-JUDGE-STEP-FROM-LOG.

TALLY-ONE-STEP-LOG-RECORD.
    EVALUATE jl-action
        WHEN "START"
            ADD 1 TO step-starts
        WHEN "END  "
            ADD 1 TO step-ends
            IF jl-program-name = st-step-name (step-index) THEN
                ADD 1 TO step-own-ends
            END-IF
            IF jl-status NOT = "OK" AND NOT step-logged-warn THEN
                SET step-logged-warn TO TRUE
                MOVE jl-program-name TO step-warn-program
            END-IF
    END-EVALUATE.
DONE-TALLY-ONE-STEP-LOG-RECORD.

COUNT-JOB-LOG-RECORDS.
*> a missing log counts as empty -- the step's START creates it.
    MOVE 0 TO log-record-count.
    OPEN INPUT job-log-file.
    IF job-log-status = "00" THEN
        PERFORM FOREVER
            READ job-log-file
                AT END EXIT PERFORM

                NOT AT END ADD 1 TO log-record-count

            END-READ
            IF job-log-status NOT = "00" THEN
                EXIT PERFORM
            END-IF
        END-PERFORM
        CLOSE job-log-file
    END-IF.
DONE-COUNT-JOB-LOG-RECORDS.

REWRITE-STREAM.
    OPEN OUTPUT stream-file.
    PERFORM REWRITE-ONE-STREAM-STEP
        VARYING rewrite-index FROM 1 BY 1
        UNTIL rewrite-index > stream-count.
    CLOSE stream-file.
DONE-REWRITE-STREAM.

REWRITE-ONE-STREAM-STEP.
    MOVE SPACES TO stream-record.
    MOVE st-status (rewrite-index) TO stm-status.
    MOVE st-step-name (rewrite-index) TO stm-step-name.
    MOVE st-warn-allowed (rewrite-index) TO stm-warn-allowed.
    MOVE st-logged (rewrite-index) TO stm-logged.
    MOVE st-dependency (rewrite-index, 1) TO stm-dependency (1).
    MOVE st-dependency (rewrite-index, 2) TO stm-dependency (2).
    MOVE st-dependency (rewrite-index, 3) TO stm-dependency (3).
    MOVE st-dependency (rewrite-index, 4) TO stm-dependency (4).
    MOVE st-command (rewrite-index) TO stm-command.
    WRITE stream-record.
DONE-REWRITE-ONE-STREAM-STEP.

PRINT-ONE-UNREACHED-STEP.
    MOVE "NOT REACHED" TO step-result.
    MOVE "STREAM STOPPED AT AN EARLIER FAILED STEP" TO step-note.
    PERFORM PRINT-STEP-LINE.
DONE-PRINT-ONE-UNREACHED-STEP.

PRINT-STEP-LINE.
    MOVE SPACES TO report-line.
    STRING step-index "  " st-step-name (step-index) "  "
        step-result "  " step-note
        DELIMITED BY SIZE INTO report-line.
    PERFORM PRINT-REPORT-LINE.
DONE-PRINT-STEP-LINE.

PRINT-REPORT-LINE.
*> every report line goes through here so the page heading and
*> column headers repeat at a fixed page depth.
    IF report-line-count >= report-page-depth THEN
        PERFORM PRINT-PAGE-HEADING
    END-IF.
    MOVE report-line TO print-record.
    WRITE print-record.
    ADD 1 TO report-line-count.
DONE-PRINT-REPORT-LINE.

PRINT-PAGE-HEADING.
    ADD 1 TO report-page-number.
    MOVE SPACES TO print-record.
    STRING "NIGHTLY JOB STREAM   RUN DATE " report-run-date
        "   INPUT STREAM.DAT   PAGE " report-page-number
        DELIMITED BY SIZE INTO print-record.
    WRITE print-record.
    MOVE "SEQ  STEP      RESULT        WHY" TO print-record.
    WRITE print-record.
    MOVE SPACES TO print-record.
    WRITE print-record.
    MOVE 3 TO report-line-count.
DONE-PRINT-PAGE-HEADING.

Stop Run.
End Program Class12j.

*>-----------------------------------------
*>-----------------------------------------
*>-----------------------------------------

Identification Division.
Program-id. Class12i.
*> Nightly referential-integrity sweep.  Walks the dependent files of
*> both systems against the masters they hang off and prints every
*> record that points at nothing on CLASS12I.RPT, with its key and a
*> reason code -- the orphans a master delete or a hand-edited file
*> leaves behind, which otherwise surface weeks later as a phantom
*> student on a roster or a club nobody registered in the standings:
*>
*>   stuidx.dat enrollments    student on STUMAST.DAT, course on
*>                             CRSMAST.DAT
*>   WAITLIST.DAT entries      the same two checks
*>   GAMESIDX.DAT, SCHEDIDX.DAT  team and opponent on TEAMMAST.DAT
*>
*> Each course and term enrolled on stuidx.dat is also counted
*> against the course's catalog-max-seats, since a CUPD can lower the
*> cap below what is already booked.
*>
*> Reason codes (NSTU and NCRS mean what they do on EXCEPT.DAT):
*>   NSTU student not on STUMAST.DAT
*>   NCRS course not on CRSMAST.DAT
*>   NTEM team or opponent not on TEAMMAST.DAT
*>   OCAP more enrolled in a course and term than catalog-max-seats
*>
*> The END record on JOBLOG.DAT carries the records examined as read,
*> the over-capacity course/terms as written and the orphans as
*> rejected, with status WARN when anything was found or a master
*> could not be opened -- so Class12s flags a dirty night.  A
*> dependent file not on file yet simply has nothing to check.
Environment Division.
Input-Output Section.
File-Control.
        Select data-file
           assign "stuidx.dat"
           organization indexed
           access dynamic record key is student-id-course
           alternate record key is student-course with duplicates
           alternate record key is student-id with duplicates
           file status is data-file-status.

        Select waitlist-file
           assign "WAITLIST.DAT"
           organization indexed
           access dynamic record key is wl-key
           file status is waitlist-file-status.

        Select student-master-file
           assign "STUMAST.DAT"
           organization indexed
           access dynamic record key is master-student-id
           file status is student-master-status.

        Select course-master-file
           assign "CRSMAST.DAT"
           organization indexed
           access dynamic record key is catalog-course-id
           file status is course-master-status.

        Select games-master-file
           assign "GAMESIDX.DAT"
           organization indexed
           access dynamic record key is gm-game-key
           file status is games-master-status.

        Select schedule-master-file
           assign "SCHEDIDX.DAT"
           organization indexed
           access dynamic record key is sm-sched-key
           file status is schedule-master-status.

        Select team-master-file
           assign "TEAMMAST.DAT"
           organization indexed
           access dynamic record key is reg-team-name
           file status is team-master-status.

        Select print-file
           assign "CLASS12I.RPT"
           organization line sequential.
Data Division.
File Section.
FD data-file.
    01 student-record.
        02 student-id-course.
            03 student-id PIC XXXX.
            03 student-term PIC X(3).
            03 student-course PIC XXXXX.
        02 final-grade PIC X.

FD waitlist-file.
    01 waitlist-record.
        02 wl-key.
            03 wl-course PIC X(5).
            03 wl-seq PIC 9(5).
        02 wl-student-id PIC XXXX.
        02 wl-term PIC X(3).
        02 wl-grade PIC X.

FD student-master-file.
    01 student-master-record.
        02 master-student-id PIC XXXX.
        02 master-student-name PIC X(20).
        02 master-program PIC X(10).
        02 master-enroll-date PIC 9(8).

*> the 30-byte catalog record -- Class11k converts an older 28-byte
*> CRSMAST.DAT.
FD course-master-file.
    01 course-master-record.
        02 catalog-course-id PIC X(5).
        02 catalog-course-title PIC X(20).
        02 catalog-max-seats PIC 9(3).
        02 catalog-credit-hours PIC 99.

FD games-master-file.
    01 games-master-record.
        02 gm-game-key.
            03 gm-team-name PIC X(15).
            03 gm-game-date PIC 9(8).
            03 gm-opponent PIC X(15).
            03 gm-game-seq PIC 99.
        02 gm-points-for PIC 99.
        02 gm-points-against PIC 99.
        02 gm-game-status PIC X.
        02 gm-makeup-date PIC 9(8).

FD schedule-master-file.
    01 schedule-master-record.
        02 sm-sched-key.
            03 sm-team-name PIC X(15).
            03 sm-game-date PIC 9(8).
            03 sm-opponent PIC X(15).
            03 sm-game-seq PIC 99.

FD team-master-file.
    01 registered-team-record.
        02 reg-team-name PIC X(15).
        02 reg-division PIC X(4).

FD print-file.
    01 print-record PIC X(132).

Working-Storage Section.
01 data-file-status PIC XX.
01 waitlist-file-status PIC XX.
01 student-master-status PIC XX.
01 course-master-status PIC XX.
01 games-master-status PIC XX.
01 schedule-master-status PIC XX.
01 team-master-status PIC XX.

01 student-master-open-switch PIC X VALUE "N".
    88 student-master-is-open VALUE "Y".
01 course-master-open-switch PIC X VALUE "N".
    88 course-master-is-open VALUE "Y".
01 team-master-open-switch PIC X VALUE "N".
    88 team-master-is-open VALUE "Y".
*> a master that would not open means its checks were not run --
*> a clean report would be a false all-clear.
01 sweep-incomplete-switch PIC X VALUE "N".
    88 sweep-is-incomplete VALUE "Y".

01 report-line PIC X(132).
01 report-run-date PIC 9(8).
01 report-page-number PIC 9(3) VALUE 0.
01 report-line-count PIC 9(2) VALUE 99.
01 report-page-depth PIC 9(2) VALUE 55.

*> one finding, built by the sweep and printed by PRINT-FINDING
01 finding-file PIC X(12).
01 finding-key PIC X(44).
01 finding-reason PIC X(4).
01 finding-detail PIC X(50).

01 unavailable-file-name PIC X(12).
01 unavailable-status PIC XX.
01 unavailable-note PIC X(40).

*> the team and opponent of the game being checked -- GAMESIDX.DAT
*> and SCHEDIDX.DAT are keyed alike and checked alike.
01 check-file-name PIC X(12).
01 check-team-name PIC X(15).
01 check-game-date PIC 9(8).
01 check-opponent PIC X(15).
01 check-game-seq PIC 99.

*> enrollments per course and term, tallied on the stuidx.dat pass
*> and held against catalog-max-seats once it is done.
01 course-term-table.
    05 course-term-entry occurs 2000 times.
        10 ct-course PIC X(5).
        10 ct-term PIC X(3).
        10 ct-enrolled PIC 9(5).
01 course-term-count PIC 9(4) VALUE 0.
01 course-term-index PIC 9(4).
01 course-term-match PIC 9(4).

01 records-examined PIC 9(7) VALUE 0.
01 enrollments-examined PIC 9(7) VALUE 0.
01 waitlist-examined PIC 9(7) VALUE 0.
01 games-examined PIC 9(7) VALUE 0.
01 schedule-examined PIC 9(7) VALUE 0.
01 nstu-count PIC 9(7) VALUE 0.
01 ncrs-count PIC 9(7) VALUE 0.
01 ntem-count PIC 9(7) VALUE 0.
01 ocap-count PIC 9(7) VALUE 0.
01 orphan-count PIC 9(7) VALUE 0.

*> one structured record to the shop-wide job log at the start and
*> end of the step (CALL "joblog").
01 job-log-request.
    02 jlr-program-name PIC X(8).
    02 jlr-action PIC X(5). *> START or END
    02 jlr-status PIC X(4). *> OK or WARN on an END
    02 jlr-input-file PIC X(20).
    02 jlr-records-read PIC 9(7).
    02 jlr-records-written PIC 9(7).
    02 jlr-records-rejected PIC 9(7).

Procedure Division.
    MOVE "Class12i" TO jlr-program-name.
    MOVE "START" TO jlr-action.
    MOVE SPACES TO jlr-status.
    MOVE "stuidx.dat" TO jlr-input-file.
    MOVE 0 TO jlr-records-read.
    MOVE 0 TO jlr-records-written.
    MOVE 0 TO jlr-records-rejected.
    CALL "joblog" USING job-log-request.

    ACCEPT report-run-date FROM DATE YYYYMMDD.
    OPEN OUTPUT print-file.

    PERFORM OPEN-MASTER-FILES.

    PERFORM SWEEP-ENROLLMENTS.
    PERFORM CHECK-COURSE-CAPACITY.
    PERFORM SWEEP-WAITLIST.
    PERFORM SWEEP-GAMES.
    PERFORM SWEEP-SCHEDULE.

    IF student-master-is-open THEN
        CLOSE student-master-file
    END-IF.
    IF course-master-is-open THEN
        CLOSE course-master-file
    END-IF.
    IF team-master-is-open THEN
        CLOSE team-master-file
    END-IF.

    PERFORM PRINT-SWEEP-TOTALS.
    CLOSE print-file.

    DISPLAY "Integrity sweep written to CLASS12I.RPT".
    DISPLAY "  Records examined: " records-examined.
    DISPLAY "  Orphans:          " orphan-count.
    DISPLAY "  Over capacity:    " ocap-count.
    IF sweep-is-incomplete THEN
        DISPLAY "  A master could not be opened -- sweep incomplete"
    END-IF.

    MOVE "Class12i" TO jlr-program-name.
    MOVE "END" TO jlr-action.
    IF orphan-count > 0 OR ocap-count > 0 OR sweep-is-incomplete THEN
        MOVE "WARN" TO jlr-status
    ELSE
        MOVE "OK" TO jlr-status
    END-IF.
    MOVE "stuidx.dat" TO jlr-input-file.
    MOVE records-examined TO jlr-records-read.
    MOVE ocap-count TO jlr-records-written.
    MOVE orphan-count TO jlr-records-rejected.
    CALL "joblog" USING job-log-request.

    Stop run.

OPEN-MASTER-FILES.
    OPEN INPUT student-master-file.
    IF student-master-status = "00" THEN
        SET student-master-is-open TO TRUE
    ELSE
        MOVE "STUMAST.DAT" TO unavailable-file-name
        MOVE student-master-status TO unavailable-status
        MOVE "STUDENT CHECKS NOT RUN" TO unavailable-note
        PERFORM PRINT-UNAVAILABLE-MASTER
    END-IF.

    OPEN INPUT course-master-file.
    IF course-master-status = "00" THEN
        SET course-master-is-open TO TRUE
    ELSE
        MOVE "CRSMAST.DAT" TO unavailable-file-name
        MOVE course-master-status TO unavailable-status
        MOVE "COURSE AND CAPACITY CHECKS NOT RUN" TO unavailable-note
        PERFORM PRINT-UNAVAILABLE-MASTER
    END-IF.

    OPEN INPUT team-master-file.
    IF team-master-status = "00" THEN
        SET team-master-is-open TO TRUE
    ELSE
        MOVE "TEAMMAST.DAT" TO unavailable-file-name
        MOVE team-master-status TO unavailable-status
        MOVE "TEAM CHECKS NOT RUN" TO unavailable-note
        PERFORM PRINT-UNAVAILABLE-MASTER
    END-IF.
DONE-OPEN-MASTER-FILES.

PRINT-UNAVAILABLE-MASTER.
    SET sweep-is-incomplete TO TRUE.
    MOVE SPACES TO report-line.
    STRING "*** " unavailable-file-name " UNAVAILABLE (STATUS "
        unavailable-status ") -- " unavailable-note " ***"
        DELIMITED BY SIZE INTO report-line.
    PERFORM PRINT-REPORT-LINE.
DONE-PRINT-UNAVAILABLE-MASTER.

SWEEP-ENROLLMENTS.
    OPEN INPUT data-file.
    IF data-file-status NOT = "00" THEN
        MOVE SPACES TO report-line
        STRING "stuidx.dat NOT ON FILE (STATUS " data-file-status
            ") -- NO ENROLLMENTS TO CHECK"
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE
    ELSE
        PERFORM FOREVER
            READ data-file NEXT
                AT END EXIT PERFORM

                NOT AT END PERFORM CHECK-ONE-ENROLLMENT

            END-READ

            *> a read error runs neither phrase above -- bail out
            *> rather than spin on it.
            IF data-file-status NOT = "00" THEN
                EXIT PERFORM
            END-IF
        END-PERFORM
        CLOSE data-file
    END-IF.
DONE-SWEEP-ENROLLMENTS.

CHECK-ONE-ENROLLMENT.
    ADD 1 TO records-examined.
    ADD 1 TO enrollments-examined.
    MOVE "stuidx.dat" TO finding-file.
    MOVE SPACES TO finding-key.
    STRING student-id " " student-term " " student-course
        DELIMITED BY SIZE INTO finding-key.

    IF student-master-is-open THEN
        MOVE student-id TO master-student-id
        READ student-master-file
            KEY IS master-student-id
            INVALID KEY
                MOVE "NSTU" TO finding-reason
                MOVE "STUDENT NOT ON STUMAST.DAT" TO finding-detail
                PERFORM PRINT-FINDING
        END-READ
    END-IF.

    IF course-master-is-open THEN
        MOVE student-course TO catalog-course-id
        READ course-master-file
            KEY IS catalog-course-id
            INVALID KEY
                MOVE "NCRS" TO finding-reason
                MOVE "COURSE NOT ON CRSMAST.DAT" TO finding-detail
                PERFORM PRINT-FINDING
        END-READ
    END-IF.

    PERFORM TALLY-COURSE-TERM.
DONE-CHECK-ONE-ENROLLMENT.

TALLY-COURSE-TERM.
*> a withdrawal (W) still holds its seat, so every enrollment on
*> file counts, as it does in Class11's seat check.
    MOVE 0 TO course-term-match.
    PERFORM FIND-ONE-COURSE-TERM
        VARYING course-term-index FROM 1 BY 1
        UNTIL course-term-index > course-term-count
            OR course-term-match > 0.

    IF course-term-match = 0 THEN
        IF course-term-count >= 2000 THEN
            DISPLAY "*** ABEND: course/term table is full (2000) -- "
                "raise the table size ***"
            STOP RUN
        END-IF
        ADD 1 TO course-term-count
        MOVE student-course TO ct-course (course-term-count)
        MOVE student-term TO ct-term (course-term-count)
        MOVE 0 TO ct-enrolled (course-term-count)
        MOVE course-term-count TO course-term-match
    END-IF.
    ADD 1 TO ct-enrolled (course-term-match).
DONE-TALLY-COURSE-TERM.

FIND-ONE-COURSE-TERM.
    IF ct-course (course-term-index) = student-course AND
            ct-term (course-term-index) = student-term THEN
        MOVE course-term-index TO course-term-match
    END-IF.
DONE-FIND-ONE-COURSE-TERM.

CHECK-COURSE-CAPACITY.
*> a course not on the catalog was reported NCRS on every enrollment
*> already; it has no cap to be over.
    IF course-master-is-open THEN
        PERFORM CHECK-ONE-COURSE-TERM
            VARYING course-term-index FROM 1 BY 1
            UNTIL course-term-index > course-term-count
    END-IF.
DONE-CHECK-COURSE-CAPACITY.

CHECK-ONE-COURSE-TERM.
    MOVE ct-course (course-term-index) TO catalog-course-id.
    READ course-master-file
        KEY IS catalog-course-id
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF ct-enrolled (course-term-index) > catalog-max-seats THEN
                MOVE "CRSMAST.DAT" TO finding-file
                MOVE SPACES TO finding-key
                STRING ct-course (course-term-index) " "
                    ct-term (course-term-index)
                    DELIMITED BY SIZE INTO finding-key
                MOVE "OCAP" TO finding-reason
                MOVE SPACES TO finding-detail
                STRING ct-enrolled (course-term-index)
                    " ENROLLED, CATALOG SEATS " catalog-max-seats
                    DELIMITED BY SIZE INTO finding-detail
                PERFORM PRINT-FINDING
            END-IF
    END-READ.
DONE-CHECK-ONE-COURSE-TERM.

SWEEP-WAITLIST.
    OPEN INPUT waitlist-file.
    IF waitlist-file-status NOT = "00" THEN
        MOVE SPACES TO report-line
        STRING "WAITLIST.DAT NOT ON FILE (STATUS " waitlist-file-status
            ") -- NO WAITLIST ENTRIES TO CHECK"
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE
    ELSE
        PERFORM FOREVER
            READ waitlist-file NEXT
                AT END EXIT PERFORM

                NOT AT END PERFORM CHECK-ONE-WAITLIST-ENTRY

            END-READ

            IF waitlist-file-status NOT = "00" THEN
                EXIT PERFORM
            END-IF
        END-PERFORM
        CLOSE waitlist-file
    END-IF.
DONE-SWEEP-WAITLIST.

CHECK-ONE-WAITLIST-ENTRY.
    ADD 1 TO records-examined.
    ADD 1 TO waitlist-examined.
    MOVE "WAITLIST.DAT" TO finding-file.
    MOVE SPACES TO finding-key.
    STRING wl-course " " wl-seq " (" wl-student-id " " wl-term ")"
        DELIMITED BY SIZE INTO finding-key.

    IF student-master-is-open THEN
        MOVE wl-student-id TO master-student-id
        READ student-master-file
            KEY IS master-student-id
            INVALID KEY
                MOVE "NSTU" TO finding-reason
                MOVE "STUDENT NOT ON STUMAST.DAT" TO finding-detail
                PERFORM PRINT-FINDING
        END-READ
    END-IF.

    IF course-master-is-open THEN
        MOVE wl-course TO catalog-course-id
        READ course-master-file
            KEY IS catalog-course-id
            INVALID KEY
                MOVE "NCRS" TO finding-reason
                MOVE "COURSE NOT ON CRSMAST.DAT" TO finding-detail
                PERFORM PRINT-FINDING
        END-READ
    END-IF.
DONE-CHECK-ONE-WAITLIST-ENTRY.

SWEEP-GAMES.
    OPEN INPUT games-master-file.
    IF games-master-status NOT = "00" THEN
        MOVE SPACES TO report-line
        STRING "GAMESIDX.DAT NOT ON FILE (STATUS " games-master-status
            ") -- NO GAMES TO CHECK"
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE
    ELSE
        MOVE "GAMESIDX.DAT" TO check-file-name
        PERFORM FOREVER
            READ games-master-file NEXT
                AT END EXIT PERFORM

                NOT AT END
                    ADD 1 TO games-examined
                    MOVE gm-team-name TO check-team-name
                    MOVE gm-game-date TO check-game-date
                    MOVE gm-opponent TO check-opponent
                    MOVE gm-game-seq TO check-game-seq
                    PERFORM CHECK-ONE-GAME

            END-READ

            IF games-master-status NOT = "00" THEN
                EXIT PERFORM
            END-IF
        END-PERFORM
        CLOSE games-master-file
    END-IF.
DONE-SWEEP-GAMES.

SWEEP-SCHEDULE.
    OPEN INPUT schedule-master-file.
    IF schedule-master-status NOT = "00" THEN
        MOVE SPACES TO report-line
        STRING "SCHEDIDX.DAT NOT ON FILE (STATUS "
            schedule-master-status ") -- NO SCHEDULED GAMES TO CHECK"
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE
    ELSE
        MOVE "SCHEDIDX.DAT" TO check-file-name
        PERFORM FOREVER
            READ schedule-master-file NEXT
                AT END EXIT PERFORM

                NOT AT END
                    ADD 1 TO schedule-examined
                    MOVE sm-team-name TO check-team-name
                    MOVE sm-game-date TO check-game-date
                    MOVE sm-opponent TO check-opponent
                    MOVE sm-game-seq TO check-game-seq
                    PERFORM CHECK-ONE-GAME

            END-READ

            IF schedule-master-status NOT = "00" THEN
                EXIT PERFORM
            END-IF
        END-PERFORM
        CLOSE schedule-master-file
    END-IF.
DONE-SWEEP-SCHEDULE.

CHECK-ONE-GAME.
*> every game is on file once under each club's name, so a club
*> missing from the master turns up both as the team of its own
*> views and as the opponent of the other side's.
    ADD 1 TO records-examined.
    MOVE check-file-name TO finding-file.
    MOVE SPACES TO finding-key.
    STRING check-team-name " " check-game-date " " check-opponent
        " " check-game-seq
        DELIMITED BY SIZE INTO finding-key.

    IF team-master-is-open THEN
        MOVE check-team-name TO reg-team-name
        READ team-master-file
            KEY IS reg-team-name
            INVALID KEY
                MOVE "NTEM" TO finding-reason
                MOVE "TEAM NOT ON TEAMMAST.DAT" TO finding-detail
                PERFORM PRINT-FINDING
        END-READ

        MOVE check-opponent TO reg-team-name
        READ team-master-file
            KEY IS reg-team-name
            INVALID KEY
                MOVE "NTEM" TO finding-reason
                MOVE "OPPONENT NOT ON TEAMMAST.DAT" TO finding-detail
                PERFORM PRINT-FINDING
        END-READ
    END-IF.
DONE-CHECK-ONE-GAME.

PRINT-FINDING.
    EVALUATE finding-reason
        WHEN "NSTU" ADD 1 TO nstu-count
        WHEN "NCRS" ADD 1 TO ncrs-count
        WHEN "NTEM" ADD 1 TO ntem-count
        WHEN "OCAP" ADD 1 TO ocap-count
    END-EVALUATE.
    IF finding-reason NOT = "OCAP" THEN
        ADD 1 TO orphan-count
    END-IF.

    MOVE SPACES TO report-line.
    STRING finding-file "  " finding-key "  " finding-reason "  "
        finding-detail
        DELIMITED BY SIZE INTO report-line.
    PERFORM PRINT-REPORT-LINE.
DONE-PRINT-FINDING.

PRINT-SWEEP-TOTALS.
    MOVE SPACES TO report-line.
    PERFORM PRINT-REPORT-LINE.
    IF orphan-count = 0 AND ocap-count = 0 THEN
        IF sweep-is-incomplete THEN
            MOVE "NOTHING FOUND IN THE CHECKS THAT RAN -- SWEEP INCOMPLETE"
                TO report-line
        ELSE
            MOVE "NO ORPHANS OR OVER-CAPACITY COURSES FOUND"
                TO report-line
        END-IF
        PERFORM PRINT-REPORT-LINE
        MOVE SPACES TO report-line
        PERFORM PRINT-REPORT-LINE
    END-IF.

    MOVE SPACES TO report-line.
    STRING "EXAMINED -- ENROLLMENTS: " enrollments-examined
        "  WAITLIST: " waitlist-examined
        "  GAMES: " games-examined
        "  SCHEDULED: " schedule-examined
        DELIMITED BY SIZE INTO report-line.
    PERFORM PRINT-REPORT-LINE.
    MOVE SPACES TO report-line.
    STRING "FOUND -- NSTU: " nstu-count
        "  NCRS: " ncrs-count
        "  NTEM: " ntem-count
        "  OCAP: " ocap-count
        DELIMITED BY SIZE INTO report-line.
    PERFORM PRINT-REPORT-LINE.
    MOVE SPACES TO report-line.
    STRING "END OF SWEEP -- RECORDS EXAMINED: " records-examined
        "  ORPHANS: " orphan-count
        "  OVER CAPACITY: " ocap-count
        DELIMITED BY SIZE INTO report-line.
    PERFORM PRINT-REPORT-LINE.
DONE-PRINT-SWEEP-TOTALS.

PRINT-REPORT-LINE.
*> every report line goes through here so the page heading and
*> column headers repeat at a fixed page depth.
    IF report-line-count >= report-page-depth THEN
        PERFORM PRINT-PAGE-HEADING
    END-IF.
    MOVE report-line TO print-record.
    WRITE print-record.
    ADD 1 TO report-line-count.
DONE-PRINT-REPORT-LINE.

PRINT-PAGE-HEADING.
    ADD 1 TO report-page-number.
    MOVE SPACES TO print-record.
    STRING "REFERENTIAL INTEGRITY SWEEP   RUN DATE " report-run-date
        "   PAGE " report-page-number
        DELIMITED BY SIZE INTO print-record.
    WRITE print-record.
    MOVE SPACES TO print-record.
    STRING "FILE          KEY                              "
        "             CODE  DETAIL"
        DELIMITED BY SIZE INTO print-record.
    WRITE print-record.
    MOVE SPACES TO print-record.
    WRITE print-record.
    MOVE 3 TO report-line-count.
DONE-PRINT-PAGE-HEADING.

Stop Run.
End Program Class12i.
