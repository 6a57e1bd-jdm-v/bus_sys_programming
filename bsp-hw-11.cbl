            access dynamic record key is wl-key
            file status is waitlist-file-status.

	*> course prerequisites -- one record per course and required
	*> course, with the minimum grade the required course must have
	*> been passed with.  Enrollment ADDs are checked against the
	*> student's earlier terms on stuidx.dat and STUHIST.DAT.
	select prereq-file
            assign "PREREQ.DAT"
            organization indexed
            access dynamic record key is prq-key
            file status is prereq-file-status.

	*> archived terms Class11a has moved out of stuidx.dat -- read
	*> here only for the prerequisite check.
	select history-file
            assign "STUHIST.DAT"
            organization indexed
            access dynamic record key is hist-id-course
            file status is history-file-status.

	*> program requirements -- for each program on STUMAST.DAT its
	*> required courses, its elective pool, and how many of the pool
	*> must be passed.  Maintained here, read by the Class11d degree
	*> audit.
	select progreq-file
            assign "PROGREQ.DAT"
            organization indexed
            access dynamic record key is prg-key
            file status is progreq-file-status.

	*> tuition and fees per term -- read by the Class11f billing run.
	select fee-schedule-file
            assign "FEESCHED.DAT"
            organization indexed
            access dynamic record key is fee-term
            file status is fee-schedule-status.

	*> term calendar -- the add and drop deadlines ADD and REMOVE are
	*> held to.  A term not on file has no deadlines yet.
	select term-calendar-file
            assign "TERMCAL.DAT"
            organization indexed
            access dynamic record key is tc-term
            file status is term-calendar-status.

Data Division.
File Section.
FD data-file.
*> Reason codes: IKEY invalid key, DUPL already enrolled, UTYP
*> unknown transaction type, NSTU student not on master, NCRS
*> course not on catalog, AGED failed too many times to recycle
*> again, NPRQ a prerequisite of the course not met in an earlier
*> term, LATE an ADD after the term's add deadline on TERMCAL.DAT.
*> (FULL -- course at seat cap -- now goes to WAITLIST.DAT
*> instead; the code survives only on old exception files.)  An NPRQ
*> whose reason the registrar changes to OVRQ before recycling it is
*> enrolled anyway, with the override recorded on AUDIT.DAT.
FD exception-file.
	01 exception-record.
		02 exc-trans-type PIC X(6).
		02 master-program PIC X(10).
		02 master-enroll-date PIC 9(8).

*> catalog-credit-hours was added at the end of the record for the
*> Class11f billing run, taking it from 28 bytes to 30.  A catalog
*> built before then will not open at the new length: rename it
*> CRSMAST.OLD and run Class11k once, which rebuilds CRSMAST.DAT with
*> credit hours 0 on every course, then set each course's hours with
*> CUPD.  Class11f will not price a course left at 0.
FD course-master-file.
	01 course-master-record.
		02 catalog-course-id PIC X(5).
		02 catalog-course-title PIC X(20).
		02 catalog-max-seats PIC 9(3).
		02 catalog-credit-hours PIC 99.

FD waitlist-file.
	01 waitlist-record.
		02 wl-term PIC X(3). *> the term whose seat is wanted
		02 wl-grade PIC X.

FD prereq-file.
	01 prereq-record.
		02 prq-key.
			03 prq-course PIC X(5). *> the course being enrolled in
			03 prq-required-course PIC X(5). *> must be passed first
		02 prq-min-grade PIC X. *> A-D, the lowest grade that counts

FD history-file.
	01 history-record.
		02 hist-id-course.
			03 hist-student-id PIC XXXX.
			03 hist-term PIC X(3).
			03 hist-course PIC XXXXX.
		02 hist-grade PIC X.

*> One record per required or elective course of a program, plus one
*> with a blank course carrying the program's elective minimum -- it
*> sorts ahead of the program's courses.
FD progreq-file.
	01 progreq-record.
		02 prg-key.
			03 prg-program PIC X(10). *> master-program on STUMAST.DAT
			03 prg-course PIC X(5).
		02 prg-kind PIC X.
			88 prg-required value "R".
			88 prg-elective value "E".
			88 prg-elective-minimum value "M".
		02 prg-elective-min PIC 99. *> on the M record only

FD fee-schedule-file.
	01 fee-schedule-record.
		02 fee-term PIC X(3).
		02 fee-per-credit PIC 9(4)V99.
		02 fee-registration PIC 9(4)V99. *> flat, once per student
		02 fee-activity PIC 9(4)V99. *> flat, once per student
		02 fee-full-time-credits PIC 99. *> credits past this are
			*> not charged; 0 = no cap

*> Dates are yyyymmdd; an ADD is taken through the add deadline, and a
*> REMOVE after the drop deadline leaves the enrollment on file as W.
FD term-calendar-file.
	01 term-calendar-record.
		02 tc-term PIC X(3). *> student-term
		02 tc-start-date PIC 9(8).
		02 tc-add-deadline PIC 9(8).
		02 tc-drop-deadline PIC 9(8).
		02 tc-end-date PIC 9(8).

Working-Storage Section.
01 save-id PIC XXXX.
01 command PIC X(6).
01 audit-file-status PIC XX.
01 audit-date PIC 9(8).
01 audit-time PIC 9(8).
*> free text after the images -- why an action was allowed -- cleared
*> after every audit record written.
01 audit-note PIC X(40) VALUE SPACES.

01 student-master-status PIC XX.
01 master-file-open-switch PIC X VALUE "N".
01 course-enrolled-count PIC 9(5).
01 new-course-title PIC X(20).
01 new-max-seats PIC 9(3).
01 new-credit-hours PIC 99.

01 waitlist-file-status PIC XX.
01 waitlist-target-course PIC X(5).
01 still-failing-count PIC 9(5) VALUE 0.
01 aged-count PIC 9(5) VALUE 0.

*> prerequisite check -- CHECK-PREREQUISITES is handed the enrollment
*> key in prereq-target-key and counts the course's prerequisites the
*> student has not passed, at the minimum grade, in an earlier term.
01 prereq-file-status PIC XX.
01 prereq-file-open-switch PIC X VALUE "N".
	88 prereq-file-is-open value "Y".
01 prereq-opened-here-switch PIC X.
	88 prereq-opened-here value "Y".
01 history-file-status PIC XX.
01 history-file-open-switch PIC X VALUE "N".
	88 history-file-is-open value "Y".
01 history-opened-here-switch PIC X.
	88 history-opened-here value "Y".
01 prereq-target-key.
	02 prereq-target-id PIC XXXX.
	02 prereq-target-term PIC X(3).
	02 prereq-target-course PIC X(5).
01 prereqs-missing-count PIC 99.
01 first-missing-course PIC X(5).
01 first-missing-min-grade PIC X.
01 grade-to-rank PIC X.
01 grade-rank PIC 9.
01 best-grade-rank PIC 9.
01 required-grade-rank PIC 9.
01 prereq-cleared-switch PIC X.
	88 prereq-cleared value "Y".
01 prereq-override-switch PIC X VALUE "N".
	88 prerequisite-overridden value "Y".
01 new-min-grade PIC X.
01 prereq-courses-ok-switch PIC X.
	88 prereq-courses-ok value "Y".

01 progreq-file-status PIC XX.
01 new-req-kind PIC X.
01 new-elective-min PIC 99.
01 progreq-entry-ok-switch PIC X.
	88 progreq-entry-ok value "Y".

01 fee-schedule-status PIC XX.
01 new-per-credit PIC 9(4)V99.
01 new-registration-fee PIC 9(4)V99.
01 new-activity-fee PIC 9(4)V99.
01 new-full-time-credits PIC 99.

*> deadline check -- CHECK-TERM-CALENDAR is handed the term in
*> calendar-target-term and compares today against its deadlines.
01 term-calendar-status PIC XX.
01 calendar-file-open-switch PIC X VALUE "N".
	88 calendar-file-is-open value "Y".
01 calendar-opened-here-switch PIC X.
	88 calendar-opened-here value "Y".
01 calendar-target-term PIC X(3).
01 calendar-today PIC 9(8).
01 calendar-add-deadline PIC 9(8).
01 calendar-drop-deadline PIC 9(8).
01 adds-closed-switch PIC X.
	88 adds-are-closed value "Y".
01 drops-closed-switch PIC X.
	88 drops-are-closed value "Y".
01 batch-withdrawn-count PIC 9(5) VALUE 0.
01 new-start-date PIC 9(8).
01 new-add-deadline PIC 9(8).
01 new-drop-deadline PIC 9(8).
01 new-end-date PIC 9(8).
01 calendar-dates-ok-switch PIC X.
	88 calendar-dates-ok value "Y".

*> dependents check -- MREM and CREM count what still points at the
*> master record before they delete it, and want an override to go
*> ahead while anything does.
01 dependent-target-student PIC XXXX.
01 dependent-target-course PIC X(5).
01 dependent-enrollment-count PIC 9(5).
01 dependent-waitlist-count PIC 9(5).

*> one structured record to the shop-wide job log at the start and
*> end of the step (CALL "joblog").
01 job-log-request.
EVAL-COMMANDS.
    Display "LIST, SHOW, ADD, UPDATE, REMOVE, BATCH, RECYCL,".
    Display "MADD, MUPD, MREM, MLIST,".
    Display "CADD, CUPD, CREM, CLIST, WLIST,".
    Display "PADD, PUPD, PREM, PLIST,".
    Display "RADD, RUPD, RREM, RLIST,".
    Display "FADD, FUPD, FREM, FLIST,".
    Display "TADD, TUPD, TREM, TLIST, EXIT ? :" with no advancing
    Accept command.
    Evaluate command

        	  Display "Listing a course's waitlist"
              PERFORM waitlist-list

        when "PADD"
        	  Display "Adding a course prerequisite"
              PERFORM prereq-add

        when "PUPD"
        	  Display "Updating a course prerequisite"
              PERFORM prereq-update

        when "PREM"
        	  Display "Removing a course prerequisite"
              PERFORM prereq-remove

        when "PLIST"
        	  Display "Listing the course prerequisites"
              PERFORM prereq-list

        when "RADD"
        	  Display "Adding a program requirement"
              PERFORM progreq-add

        when "RUPD"
        	  Display "Updating a program requirement"
              PERFORM progreq-update

        when "RREM"
        	  Display "Removing a program requirement"
              PERFORM progreq-remove

        when "RLIST"
        	  Display "Listing the program requirements"
              PERFORM progreq-list

        when "FADD"
        	  Display "Adding a term fee schedule"
              PERFORM fee-schedule-add

        when "FUPD"
        	  Display "Updating a term fee schedule"
              PERFORM fee-schedule-update

        when "FREM"
        	  Display "Removing a term fee schedule"
              PERFORM fee-schedule-remove

        when "FLIST"
        	  Display "Listing the fee schedules"
              PERFORM fee-schedule-list

        when "TADD"
        	  Display "Adding a term to the calendar"
              PERFORM calendar-add

        when "TUPD"
        	  Display "Updating a term on the calendar"
              PERFORM calendar-update

        when "TREM"
        	  Display "Removing a term from the calendar"
              PERFORM calendar-remove

        when "TLIST"
        	  Display "Listing the term calendar"
              PERFORM calendar-list

        when "EXIT"   
        	  Display "Exiting"  
              Close data-file 
	MOVE save-id-course TO student-id-course.
	READ data-file
		KEY IS student-id-course
		INVALID KEY PERFORM DEADLINE-CHECK-THEN-ENROLL
		NOT INVALID KEY DISPLAY "Already enrolled in this course"
	END-READ.

	CLOSE data-file.
DONE-ADD-WITH-SEAT-CHECK.

DEADLINE-CHECK-THEN-ENROLL. *> adds close at the term's add deadline --
	*> past it the student is neither enrolled nor waitlisted.
	MOVE save-id-course(5:3) TO calendar-target-term.
	PERFORM CHECK-TERM-CALENDAR.
	IF adds-are-closed THEN
		DISPLAY "Adds for term " calendar-target-term " closed "
			calendar-add-deadline " -- enrollment rejected"
	ELSE
		PERFORM SEAT-CHECK-THEN-ENROLL
	END-IF.
DONE-DEADLINE-CHECK-THEN-ENROLL.

CHECK-TERM-CALENDAR. *> sets adds-are-closed and drops-are-closed for
	*> calendar-target-term as of today.  BATCH-PROCESS keeps the
	*> calendar open for the whole run; the attended path opens it
	*> here.  No TERMCAL.DAT, or a term not on it, means no deadline.
	MOVE "N" TO adds-closed-switch.
	MOVE "N" TO drops-closed-switch.
	MOVE 0 TO calendar-add-deadline.
	MOVE 0 TO calendar-drop-deadline.
	ACCEPT calendar-today FROM DATE YYYYMMDD.

	MOVE "N" TO calendar-opened-here-switch.
	IF NOT calendar-file-is-open THEN
		OPEN INPUT term-calendar-file
		IF term-calendar-status = "00" THEN
			SET calendar-file-is-open TO TRUE
			SET calendar-opened-here TO TRUE
		END-IF
	END-IF.

	IF calendar-file-is-open THEN
		MOVE calendar-target-term TO tc-term
		READ term-calendar-file
			KEY IS tc-term
			INVALID KEY CONTINUE
			NOT INVALID KEY
				MOVE tc-add-deadline TO calendar-add-deadline
				MOVE tc-drop-deadline TO calendar-drop-deadline
				IF calendar-today > tc-add-deadline THEN
					SET adds-are-closed TO TRUE
				END-IF
				IF calendar-today > tc-drop-deadline THEN
					SET drops-are-closed TO TRUE
				END-IF
		END-READ
	END-IF.

	IF calendar-opened-here THEN
		CLOSE term-calendar-file
		MOVE "N" TO calendar-file-open-switch
	END-IF.
DONE-CHECK-TERM-CALENDAR.

SEAT-CHECK-THEN-ENROLL.
	*> the course's prerequisites come first -- a student who has not
	*> passed them is neither enrolled nor waitlisted unless the
	*> operator overrides, and the override goes on AUDIT.DAT.
	MOVE save-id-course TO prereq-target-key.
	PERFORM CHECK-PREREQUISITES.
	MOVE "Y" TO prereq-cleared-switch.
	IF prereqs-missing-count > 0 THEN
		DISPLAY prereqs-missing-count " prerequisite(s) of "
			prereq-target-course " not met -- first: "
			first-missing-course " at minimum grade "
			first-missing-min-grade
		DISPLAY "Override and enroll anyway (Y/N): " with no advancing
		ACCEPT confirm-answer
		IF confirm-yes THEN
			PERFORM WRITE-PREREQ-OVERRIDE-AUDIT
		ELSE
			MOVE "N" TO prereq-cleared-switch
			DISPLAY "Enrollment rejected -- prerequisite not met"
		END-IF
	END-IF.

	IF prereq-cleared THEN
		MOVE save-id-course(8:5) TO count-target-course
		MOVE save-id-course(5:3) TO count-target-term
		PERFORM COUNT-COURSE-ENROLLMENT

		IF course-enrolled-count >= course-seat-cap THEN
			DISPLAY "Course " count-target-course " is full ("
				course-seat-cap " seats) -- adding to the waitlist"
			MOVE count-target-course TO waitlist-target-course
			MOVE save-id-course(1:4) TO waitlist-student-id
			MOVE save-id-course(5:3) TO waitlist-term
			MOVE SPACE TO waitlist-grade
			PERFORM ADD-TO-WAITLIST
		ELSE
			DISPLAY "Enter the final grade: "
			ACCEPT new-grade

			MOVE save-id-course TO student-id-course
			MOVE new-grade TO final-grade

			PERFORM WRITE-NEW-STU-ID-COURSE
		END-IF
	END-IF.
DONE-SEAT-CHECK-THEN-ENROLL.

CHECK-PREREQUISITES. *> counts the prerequisites of prereq-target-course
	*> that prereq-target-id has not passed at the minimum grade in a
	*> term before prereq-target-term, on stuidx.dat or STUHIST.DAT.
	*> BATCH-PROCESS keeps both prerequisite files open for the whole
	*> run; the attended path opens them here.  No PREREQ.DAT means no
	*> course has a prerequisite yet; no STUHIST.DAT means nothing has
	*> been archived yet.  data-file must already be open.
	MOVE 0 TO prereqs-missing-count.
	MOVE SPACES TO first-missing-course.
	MOVE SPACE TO first-missing-min-grade.

	MOVE "N" TO prereq-opened-here-switch.
	IF NOT prereq-file-is-open THEN
		OPEN INPUT prereq-file
		IF prereq-file-status = "00" THEN
			SET prereq-file-is-open TO TRUE
			SET prereq-opened-here TO TRUE
		END-IF
	END-IF.
	MOVE "N" TO history-opened-here-switch.
	IF NOT history-file-is-open THEN
		OPEN INPUT history-file
		IF history-file-status = "00" THEN
			SET history-file-is-open TO TRUE
			SET history-opened-here TO TRUE
		END-IF
	END-IF.

	IF prereq-file-is-open THEN
		PERFORM WALK-COURSE-PREREQUISITES
	END-IF.

	IF prereq-opened-here THEN
		CLOSE prereq-file
		MOVE "N" TO prereq-file-open-switch
	END-IF.
	IF history-opened-here THEN
		CLOSE history-file
		MOVE "N" TO history-file-open-switch
	END-IF.
DONE-CHECK-PREREQUISITES.

WALK-COURSE-PREREQUISITES.
	MOVE prereq-target-course TO prq-course.
	MOVE SPACES TO prq-required-course.

	START prereq-file KEY IS NOT LESS THAN prq-key
		INVALID KEY CONTINUE
		NOT INVALID KEY
			PERFORM FOREVER
				READ prereq-file NEXT
					AT END EXIT PERFORM
				END-READ

				*> a read error runs neither phrase above -- bail
				*> out rather than spin on it.
				IF prereq-file-status NOT = "00" THEN
					EXIT PERFORM
				END-IF
				IF prq-course NOT = prereq-target-course THEN
					EXIT PERFORM
				END-IF
				PERFORM CHECK-ONE-PREREQUISITE
			END-PERFORM
	END-START.
DONE-WALK-COURSE-PREREQUISITES.

CHECK-ONE-PREREQUISITE. *> the best grade the student ever earned in
	*> the required course before the target term, on either file,
	*> against the minimum -- a blank minimum takes any pass (D).
	MOVE 0 TO best-grade-rank.
	PERFORM FIND-BEST-ENROLLED-GRADE.
	IF history-file-is-open THEN
		PERFORM FIND-BEST-HISTORY-GRADE
	END-IF.

	MOVE prq-min-grade TO grade-to-rank.
	PERFORM SET-GRADE-RANK.
	MOVE grade-rank TO required-grade-rank.
	IF required-grade-rank = 0 THEN
		MOVE 1 TO required-grade-rank
	END-IF.

	IF best-grade-rank < required-grade-rank THEN
		ADD 1 TO prereqs-missing-count
		IF prereqs-missing-count = 1 THEN
			MOVE prq-required-course TO first-missing-course
			MOVE prq-min-grade TO first-missing-min-grade
		END-IF
	END-IF.
DONE-CHECK-ONE-PREREQUISITE.

FIND-BEST-ENROLLED-GRADE. *> walks the student's enrollments in key
	*> (term) order up to the target term.
	MOVE prereq-target-id TO student-id.
	MOVE SPACES TO student-term.
	MOVE SPACES TO student-course.

	START data-file KEY IS NOT LESS THAN student-id-course
		INVALID KEY CONTINUE
		NOT INVALID KEY
			PERFORM FOREVER
				READ data-file NEXT
					AT END EXIT PERFORM
				END-READ
				IF student-id NOT = prereq-target-id
						OR student-term NOT < prereq-target-term THEN
					EXIT PERFORM
				END-IF
				IF student-course = prq-required-course THEN
					MOVE final-grade TO grade-to-rank
					PERFORM SET-GRADE-RANK
					IF grade-rank > best-grade-rank THEN
						MOVE grade-rank TO best-grade-rank
					END-IF
				END-IF
			END-PERFORM
	END-START.
DONE-FIND-BEST-ENROLLED-GRADE.

FIND-BEST-HISTORY-GRADE. *> the same walk over the archived terms.
	MOVE prereq-target-id TO hist-student-id.
	MOVE SPACES TO hist-term.
	MOVE SPACES TO hist-course.

	START history-file KEY IS NOT LESS THAN hist-id-course
		INVALID KEY CONTINUE
		NOT INVALID KEY
			PERFORM FOREVER
				READ history-file NEXT
					AT END EXIT PERFORM
				END-READ

				*> a read error runs neither phrase above -- bail
				*> out rather than spin on it.
				IF history-file-status NOT = "00" THEN
					EXIT PERFORM
				END-IF
				IF hist-student-id NOT = prereq-target-id
						OR hist-term NOT < prereq-target-term THEN
					EXIT PERFORM
				END-IF
				IF hist-course = prq-required-course THEN
					MOVE hist-grade TO grade-to-rank
					PERFORM SET-GRADE-RANK
					IF grade-rank > best-grade-rank THEN
						MOVE grade-rank TO best-grade-rank
					END-IF
				END-IF
			END-PERFORM
	END-START.
DONE-FIND-BEST-HISTORY-GRADE.

SET-GRADE-RANK. *> passing grades rank A high to D low; anything else
	*> (F, an incomplete, a grade not yet in) passes nothing.
	EVALUATE grade-to-rank
		WHEN "A" MOVE 4 TO grade-rank
		WHEN "B" MOVE 3 TO grade-rank
		WHEN "C" MOVE 2 TO grade-rank
		WHEN "D" MOVE 1 TO grade-rank
		WHEN OTHER MOVE 0 TO grade-rank
	END-EVALUATE.
DONE-SET-GRADE-RANK.

WRITE-PREREQ-OVERRIDE-AUDIT. *> records an enrollment let through
	*> with a prerequisite missing -- the after image is the enrollment
	*> key, the note names what was missing.  Class11r replays nothing
	*> for it; the ADD that follows carries the enrollment itself.
	MOVE SPACES TO audit-before-image.
	MOVE prereq-target-key TO audit-after-image.
	MOVE "PREQOVR" TO audit-action.
	STRING "MISSING " first-missing-course " MIN "
		first-missing-min-grade " (" prereqs-missing-count " IN ALL)"
		DELIMITED BY SIZE INTO audit-note.
	PERFORM WRITE-AUDIT-RECORD.
DONE-WRITE-PREREQ-OVERRIDE-AUDIT.

ADD-TO-WAITLIST. *> records a FULL rejection in arrival order -- the
	*> next seat freed in the course goes to the lowest sequence
	*> still on file.  A student already waiting on the course is
		INVALID KEY DISPLAY "KEY DOES NOT EXIST"
		NOT INVALID KEY
			DISPLAY "Record to be removed: " student-record
			MOVE save-id-course(5:3) TO calendar-target-term
			PERFORM CHECK-TERM-CALENDAR
			IF drops-are-closed THEN
				DISPLAY "Past the " calendar-drop-deadline
					" drop deadline -- it will stay on file as W"
			END-IF
			DISPLAY "Confirm removal (Y/N): " with no advancing
			ACCEPT confirm-answer

			EVALUATE TRUE
				WHEN NOT confirm-yes
					DISPLAY "Removal cancelled"
				*> past the drop deadline the enrollment stays on
				*> the record as a W and no seat is freed.
				WHEN drops-are-closed
					IF final-grade = "W" THEN
						DISPLAY "Already recorded as a withdrawal"
					ELSE
						PERFORM WITHDRAW-ENROLLMENT
						DISPLAY "Recorded as a withdrawal (W)"
					END-IF
				WHEN OTHER
					MOVE student-record TO audit-before-image
					DELETE data-file
					*>End-DELETE. is this really needed?
					MOVE SPACES TO audit-after-image
					MOVE "REMOVE" TO audit-action
					PERFORM WRITE-AUDIT-RECORD
					DISPLAY "Record removed"

					*> the removal just freed a seat -- hand it to
					*> the head of the course's waitlist.
					MOVE save-id-course(8:5) TO promote-course
					MOVE save-id-course(5:3) TO promote-term
					PERFORM PROMOTE-FROM-WAITLIST
			END-EVALUATE
	END-READ.
	CLOSE data-file.
DONE-REMOVE-ORDER.

WITHDRAW-ENROLLMENT. *> rewrites the enrollment just read with a W
	*> grade in place of the delete -- data-file must be open I-O.
	MOVE student-record TO audit-before-image.
	MOVE "W" TO final-grade.
	REWRITE student-record
	END-REWRITE.
	MOVE student-record TO audit-after-image.
	MOVE "WITHDRAW" TO audit-action.
	PERFORM WRITE-AUDIT-RECORD.
DONE-WITHDRAW-ENROLLMENT.

PROMOTE-FROM-WAITLIST. *> a seat just freed in promote-course --
	*> enroll the earliest waitlisted student still eligible, with
	*> the same audit-trail ADD any other enrollment gets.
	*> data-file must already be open I-O.
	MOVE "N" TO promotion-done-switch.

	*> a promotion is an ADD -- once the term's adds have closed the
	*> freed seat stays empty.
	MOVE promote-term TO calendar-target-term.
	PERFORM CHECK-TERM-CALENDAR.
	IF adds-are-closed THEN
		MOVE "Y" TO promotion-done-switch
	ELSE
		OPEN I-O waitlist-file
		IF waitlist-file-status NOT = "00" THEN
			*> no waitlist on file -- nothing to promote
			MOVE "Y" TO promotion-done-switch
		ELSE
			PERFORM ATTEMPT-ONE-PROMOTION
			CLOSE waitlist-file
		END-IF
	END-IF.
DONE-PROMOTE-FROM-WAITLIST.

			INVALID KEY DISPLAY "Student id not on the master"
			NOT INVALID KEY
				DISPLAY "Record to be removed: " student-master-record
				MOVE master-student-id TO dependent-target-student
				PERFORM COUNT-STUDENT-DEPENDENTS

				*> enrollments and waitlist entries left behind would
				*> belong to no student -- refuse unless the operator
				*> overrides it knowingly.
				IF dependent-enrollment-count > 0 OR
						dependent-waitlist-count > 0 THEN
					DISPLAY "Student still has " dependent-enrollment-count
						" enrollment(s) and " dependent-waitlist-count
						" waitlist entry(ies) on file"
					DISPLAY "Remove anyway and leave them orphaned (Y/N): "
						with no advancing
				ELSE
					DISPLAY "Confirm removal (Y/N): " with no advancing
				END-IF
				ACCEPT confirm-answer

				IF confirm-yes THEN
	ACCEPT new-course-title.
	DISPLAY "Enter the maximum seats: ".
	ACCEPT new-max-seats.
	DISPLAY "Enter the credit hours: ".
	ACCEPT new-credit-hours.

	*> CRSMAST.DAT does not exist yet on a fresh system -- OPEN I-O
	*> against a missing file comes back status 35, so create it with

	MOVE new-course-title TO catalog-course-title.
	MOVE new-max-seats TO catalog-max-seats.
	MOVE new-credit-hours TO catalog-credit-hours.

	WRITE course-master-record
		INVALID KEY DISPLAY "Course already on the catalog"
	CLOSE course-master-file.
DONE-CATALOG-ADD.

CATALOG-UPDATE. *>changes a course's title, seat cap or credit hours
	DISPLAY "Enter the course-id to change: ".
	ACCEPT catalog-course-id.

				ACCEPT new-course-title
				DISPLAY "Enter the new maximum seats (or 0 to keep): "
				ACCEPT new-max-seats
				DISPLAY "Enter the new credit hours (or 0 to keep): "
				ACCEPT new-credit-hours

				IF new-course-title NOT = SPACES THEN
					MOVE new-course-title TO catalog-course-title
				IF new-max-seats > 0 THEN
					MOVE new-max-seats TO catalog-max-seats
				END-IF
				IF new-credit-hours > 0 THEN
					MOVE new-credit-hours TO catalog-credit-hours
				END-IF

				REWRITE course-master-record
				END-REWRITE
			INVALID KEY DISPLAY "Course id not on the catalog"
			NOT INVALID KEY
				DISPLAY "Record to be removed: " course-master-record
				MOVE catalog-course-id TO dependent-target-course
				PERFORM COUNT-COURSE-DEPENDENTS

				*> same rule as MREM: no silent orphans.
				IF dependent-enrollment-count > 0 OR
						dependent-waitlist-count > 0 THEN
					DISPLAY "Course still has " dependent-enrollment-count
						" enrollment(s) and " dependent-waitlist-count
						" waitlist entry(ies) on file"
					DISPLAY "Remove anyway and leave them orphaned (Y/N): "
						with no advancing
				ELSE
					DISPLAY "Confirm removal (Y/N): " with no advancing
				END-IF
				ACCEPT confirm-answer

				IF confirm-yes THEN
	END-IF.
DONE-CATALOG-REMOVE.

COUNT-STUDENT-DEPENDENTS. *> counts dependent-target-student's
	*> enrollments on stuidx.dat (any term) and entries on
	*> WAITLIST.DAT, which is keyed by course and has to be read end
	*> to end.  No waitlist file means no one is waiting.
	MOVE 0 TO dependent-enrollment-count.
	MOVE 0 TO dependent-waitlist-count.

	OPEN INPUT data-file.
	MOVE dependent-target-student TO student-id.
	START data-file KEY IS = student-id
		INVALID KEY CONTINUE
		NOT INVALID KEY
			PERFORM FOREVER
				READ data-file NEXT
					AT END EXIT PERFORM
					NOT AT END
						IF student-id NOT = dependent-target-student THEN
							EXIT PERFORM
						END-IF
						ADD 1 TO dependent-enrollment-count
				END-READ
			END-PERFORM
	END-START.
	CLOSE data-file.

	OPEN INPUT waitlist-file.
	IF waitlist-file-status = "00" THEN
		PERFORM FOREVER
			READ waitlist-file NEXT
				AT END EXIT PERFORM
				NOT AT END
					IF wl-student-id = dependent-target-student THEN
						ADD 1 TO dependent-waitlist-count
					END-IF
			END-READ

			*> a read error runs neither phrase above -- bail out
			*> rather than spin on it.
			IF waitlist-file-status NOT = "00" THEN
				EXIT PERFORM
			END-IF
		END-PERFORM
		CLOSE waitlist-file
	END-IF.
DONE-COUNT-STUDENT-DEPENDENTS.

COUNT-COURSE-DEPENDENTS. *> counts dependent-target-course's
	*> enrollments on stuidx.dat (any term, along the course alternate
	*> key) and its line on WAITLIST.DAT.
	MOVE 0 TO dependent-enrollment-count.
	MOVE 0 TO dependent-waitlist-count.

	OPEN INPUT data-file.
	MOVE dependent-target-course TO student-course.
	START data-file KEY IS = student-course
		INVALID KEY CONTINUE
		NOT INVALID KEY
			PERFORM FOREVER
				READ data-file NEXT
					AT END EXIT PERFORM
					NOT AT END
						IF student-course NOT = dependent-target-course THEN
							EXIT PERFORM
						END-IF
						ADD 1 TO dependent-enrollment-count
				END-READ
			END-PERFORM
	END-START.
	CLOSE data-file.

	OPEN INPUT waitlist-file.
	IF waitlist-file-status = "00" THEN
		MOVE dependent-target-course TO wl-course
		MOVE 0 TO wl-seq
		START waitlist-file KEY IS GREATER THAN wl-key
			INVALID KEY CONTINUE
			NOT INVALID KEY
				PERFORM FOREVER
					READ waitlist-file NEXT
						AT END EXIT PERFORM
						NOT AT END
							IF wl-course NOT = dependent-target-course THEN
								EXIT PERFORM
							END-IF
							ADD 1 TO dependent-waitlist-count
					END-READ

					IF waitlist-file-status NOT = "00" THEN
						EXIT PERFORM
					END-IF
				END-PERFORM
		END-START
		CLOSE waitlist-file
	END-IF.
DONE-COUNT-COURSE-DEPENDENTS.

CATALOG-LIST. *>lists the whole course catalog in course-id order
	OPEN INPUT course-master-file.
	IF course-master-status NOT = "00" THEN
	END-IF.
DONE-CATALOG-LIST.

PREREQ-ADD. *>puts a prerequisite on a course
	DISPLAY "Enter the course-id: ".
	ACCEPT prq-course.
	DISPLAY "Enter the required course-id: ".
	ACCEPT prq-required-course.
	DISPLAY "Enter the minimum grade (A-D, blank = D): ".
	ACCEPT new-min-grade.

	*> both ends must be real courses, and a course cannot require
	*> itself.
	PERFORM CHECK-PREREQ-COURSES.
	IF prereq-courses-ok THEN
		*> PREREQ.DAT does not exist yet on a fresh system -- OPEN I-O
		*> against a missing file comes back status 35, so create it
		*> with OPEN OUTPUT first (the AUDIT.DAT idiom).
		OPEN I-O prereq-file
		IF prereq-file-status = "35" THEN
			OPEN OUTPUT prereq-file
		END-IF

		MOVE new-min-grade TO prq-min-grade

		WRITE prereq-record
			INVALID KEY DISPLAY "Prerequisite already on file"
			NOT INVALID KEY DISPLAY "Prerequisite added"
		END-WRITE
		CLOSE prereq-file
	END-IF.
DONE-PREREQ-ADD.

PREREQ-UPDATE. *>changes the minimum grade of a prerequisite
	DISPLAY "Enter the course-id: ".
	ACCEPT prq-course.
	DISPLAY "Enter the required course-id to change: ".
	ACCEPT prq-required-course.

	OPEN I-O prereq-file.
	IF prereq-file-status NOT = "00" THEN
		DISPLAY "Prerequisites PREREQ.DAT unavailable (status "
			prereq-file-status ") -- use PADD to build it"
	ELSE
		READ prereq-file
			KEY IS prq-key
			INVALID KEY DISPLAY "Prerequisite not on file"
			NOT INVALID KEY
				DISPLAY "Current prerequisite record: " prereq-record
				DISPLAY "Enter the new minimum grade (A-D, blank to keep): "
				ACCEPT new-min-grade

				IF new-min-grade NOT = SPACE THEN
					MOVE new-min-grade TO grade-to-rank
					PERFORM SET-GRADE-RANK
					IF grade-rank = 0 THEN
						DISPLAY "Minimum grade must be A, B, C or D"
							" -- left unchanged"
					ELSE
						MOVE new-min-grade TO prq-min-grade
					END-IF
				END-IF

				REWRITE prereq-record
				END-REWRITE

				DISPLAY "Updated prerequisite record: " prereq-record
		END-READ
		CLOSE prereq-file
	END-IF.
DONE-PREREQ-UPDATE.

PREREQ-REMOVE. *>takes a prerequisite off a course
	DISPLAY "Enter the course-id: ".
	ACCEPT prq-course.
	DISPLAY "Enter the required course-id to remove: ".
	ACCEPT prq-required-course.

	OPEN I-O prereq-file.
	IF prereq-file-status NOT = "00" THEN
		DISPLAY "Prerequisites PREREQ.DAT unavailable (status "
			prereq-file-status ") -- use PADD to build it"
	ELSE
		READ prereq-file
			KEY IS prq-key
			INVALID KEY DISPLAY "Prerequisite not on file"
			NOT INVALID KEY
				DISPLAY "Record to be removed: " prereq-record
				DISPLAY "Confirm removal (Y/N): " with no advancing
				ACCEPT confirm-answer

				IF confirm-yes THEN
					DELETE prereq-file
					DISPLAY "Prerequisite removed"
				ELSE
					DISPLAY "Removal cancelled"
				END-IF
		END-READ
		CLOSE prereq-file
	END-IF.
DONE-PREREQ-REMOVE.

PREREQ-LIST. *>lists every prerequisite in course order
	OPEN INPUT prereq-file.
	IF prereq-file-status NOT = "00" THEN
		DISPLAY "Prerequisites PREREQ.DAT unavailable (status "
			prereq-file-status ") -- use PADD to build it"
	ELSE
		PERFORM FOREVER
			READ prereq-file next at end exit perform

			not at end DISPLAY prereq-record
			end-READ
		end-Perform
		CLOSE prereq-file
	END-IF.
DONE-PREREQ-LIST.

CHECK-PREREQ-COURSES. *> sets prereq-courses-ok when the course and
	*> the required course in prq-key are both on the catalog, differ,
	*> and the minimum grade is a passing one (blank defaults to D).
	MOVE "N" TO prereq-courses-ok-switch.
	IF new-min-grade = SPACE THEN
		MOVE "D" TO new-min-grade
	END-IF.
	MOVE new-min-grade TO grade-to-rank.
	PERFORM SET-GRADE-RANK.

	IF grade-rank = 0 THEN
		DISPLAY "Minimum grade must be A, B, C or D"
	ELSE
		IF prq-course = prq-required-course THEN
			DISPLAY "A course cannot be its own prerequisite"
		ELSE
			MOVE prq-course TO catalog-course-id
			PERFORM CHECK-COURSE-CATALOG
			IF NOT course-is-on-catalog THEN
				DISPLAY "Course " prq-course
					" is not on the course catalog -- use CADD first"
			ELSE
				MOVE prq-required-course TO catalog-course-id
				PERFORM CHECK-COURSE-CATALOG
				IF NOT course-is-on-catalog THEN
					DISPLAY "Course " prq-required-course
						" is not on the course catalog -- use CADD first"
				ELSE
					SET prereq-courses-ok TO TRUE
				END-IF
			END-IF
		END-IF
	END-IF.
DONE-CHECK-PREREQ-COURSES.

PROGREQ-ADD. *>puts a course or the elective minimum on a program
	DISPLAY "Enter the program: ".
	ACCEPT prg-program.
	DISPLAY "Enter the course-id (blank = the program's elective minimum): ".
	ACCEPT prg-course.
	MOVE 0 TO new-elective-min.
	IF prg-course = SPACES THEN
		MOVE "M" TO new-req-kind
		DISPLAY "Enter how many electives must be passed: "
		ACCEPT new-elective-min
	ELSE
		DISPLAY "Enter R for a required course or E for an elective: "
		ACCEPT new-req-kind
	END-IF.

	PERFORM CHECK-PROGREQ-ENTRY.
	IF progreq-entry-ok THEN
		*> PROGREQ.DAT does not exist yet on a fresh system -- OPEN I-O
		*> against a missing file comes back status 35, so create it
		*> with OPEN OUTPUT first (the AUDIT.DAT idiom).
		OPEN I-O progreq-file
		IF progreq-file-status = "35" THEN
			OPEN OUTPUT progreq-file
		END-IF

		MOVE new-req-kind TO prg-kind
		MOVE new-elective-min TO prg-elective-min

		WRITE progreq-record
			INVALID KEY DISPLAY "Program requirement already on file"
			NOT INVALID KEY DISPLAY "Program requirement added"
		END-WRITE
		CLOSE progreq-file
	END-IF.
DONE-PROGREQ-ADD.

PROGREQ-UPDATE. *>moves a course between required and elective, or
	*> changes a program's elective minimum
	DISPLAY "Enter the program: ".
	ACCEPT prg-program.
	DISPLAY "Enter the course-id to change (blank = the elective minimum): ".
	ACCEPT prg-course.

	OPEN I-O progreq-file.
	IF progreq-file-status NOT = "00" THEN
		DISPLAY "Program requirements PROGREQ.DAT unavailable (status "
			progreq-file-status ") -- use RADD to build it"
	ELSE
		READ progreq-file
			KEY IS prg-key
			INVALID KEY DISPLAY "Program requirement not on file"
			NOT INVALID KEY
				DISPLAY "Current requirement record: " progreq-record
				IF prg-elective-minimum THEN
					DISPLAY "Enter the new elective minimum (or 0 to keep): "
					ACCEPT new-elective-min
					IF new-elective-min > 0 THEN
						MOVE new-elective-min TO prg-elective-min
					END-IF
				ELSE
					DISPLAY "Enter R for required or E for elective (blank to keep): "
					ACCEPT new-req-kind
					EVALUATE new-req-kind
						WHEN "R"
						WHEN "E"
							MOVE new-req-kind TO prg-kind
						WHEN SPACE
							CONTINUE
						WHEN OTHER
							DISPLAY "Kind must be R or E -- left unchanged"
					END-EVALUATE
				END-IF

				REWRITE progreq-record
				END-REWRITE

				DISPLAY "Updated requirement record: " progreq-record
		END-READ
		CLOSE progreq-file
	END-IF.
DONE-PROGREQ-UPDATE.

PROGREQ-REMOVE. *>takes a course or the elective minimum off a program
	DISPLAY "Enter the program: ".
	ACCEPT prg-program.
	DISPLAY "Enter the course-id to remove (blank = the elective minimum): ".
	ACCEPT prg-course.

	OPEN I-O progreq-file.
	IF progreq-file-status NOT = "00" THEN
		DISPLAY "Program requirements PROGREQ.DAT unavailable (status "
			progreq-file-status ") -- use RADD to build it"
	ELSE
		READ progreq-file
			KEY IS prg-key
			INVALID KEY DISPLAY "Program requirement not on file"
			NOT INVALID KEY
				DISPLAY "Record to be removed: " progreq-record
				DISPLAY "Confirm removal (Y/N): " with no advancing
				ACCEPT confirm-answer

				IF confirm-yes THEN
					DELETE progreq-file
					DISPLAY "Program requirement removed"
				ELSE
					DISPLAY "Removal cancelled"
				END-IF
		END-READ
		CLOSE progreq-file
	END-IF.
DONE-PROGREQ-REMOVE.

PROGREQ-LIST. *>lists every program's requirements in program order
	OPEN INPUT progreq-file.
	IF progreq-file-status NOT = "00" THEN
		DISPLAY "Program requirements PROGREQ.DAT unavailable (status "
			progreq-file-status ") -- use RADD to build it"
	ELSE
		PERFORM FOREVER
			READ progreq-file next at end exit perform

			not at end DISPLAY progreq-record
			end-READ
		end-Perform
		CLOSE progreq-file
	END-IF.
DONE-PROGREQ-LIST.

CHECK-PROGREQ-ENTRY. *> sets progreq-entry-ok when prg-key names a
	*> program and, for a course, the kind is R or E and the course is
	*> on the catalog.
	MOVE "N" TO progreq-entry-ok-switch.
	IF prg-program = SPACES THEN
		DISPLAY "A program must be entered"
	ELSE
		IF new-req-kind = "M" THEN
			SET progreq-entry-ok TO TRUE
		ELSE
			IF new-req-kind NOT = "R" AND new-req-kind NOT = "E" THEN
				DISPLAY "Kind must be R or E"
			ELSE
				MOVE prg-course TO catalog-course-id
				PERFORM CHECK-COURSE-CATALOG
				IF NOT course-is-on-catalog THEN
					DISPLAY "Course " prg-course
						" is not on the course catalog -- use CADD first"
				ELSE
					SET progreq-entry-ok TO TRUE
				END-IF
			END-IF
		END-IF
	END-IF.
DONE-CHECK-PROGREQ-ENTRY.

FEE-SCHEDULE-ADD. *>puts a term's tuition and fees on file
	DISPLAY "Enter the term (yyT): ".
	ACCEPT fee-term.
	DISPLAY "Enter the tuition per credit hour (e.g. 350.00): ".
	ACCEPT new-per-credit.
	DISPLAY "Enter the registration fee: ".
	ACCEPT new-registration-fee.
	DISPLAY "Enter the activity fee: ".
	ACCEPT new-activity-fee.
	DISPLAY "Enter the full-time cap in credit hours (0 = no cap): ".
	ACCEPT new-full-time-credits.

	IF fee-term = SPACES THEN
		DISPLAY "A term must be entered"
	ELSE
		*> FEESCHED.DAT does not exist yet on a fresh system -- OPEN
		*> I-O against a missing file comes back status 35, so create
		*> it with OPEN OUTPUT first (the AUDIT.DAT idiom).
		OPEN I-O fee-schedule-file
		IF fee-schedule-status = "35" THEN
			OPEN OUTPUT fee-schedule-file
		END-IF

		MOVE new-per-credit TO fee-per-credit
		MOVE new-registration-fee TO fee-registration
		MOVE new-activity-fee TO fee-activity
		MOVE new-full-time-credits TO fee-full-time-credits

		WRITE fee-schedule-record
			INVALID KEY DISPLAY "Fee schedule for the term already on file"
			NOT INVALID KEY DISPLAY "Fee schedule added"
		END-WRITE
		CLOSE fee-schedule-file
	END-IF.
DONE-FEE-SCHEDULE-ADD.

FEE-SCHEDULE-UPDATE. *>changes a term's tuition, fees or cap
	DISPLAY "Enter the term to change: ".
	ACCEPT fee-term.

	OPEN I-O fee-schedule-file.
	IF fee-schedule-status NOT = "00" THEN
		DISPLAY "Fee schedules FEESCHED.DAT unavailable (status "
			fee-schedule-status ") -- use FADD to build it"
	ELSE
		READ fee-schedule-file
			KEY IS fee-term
			INVALID KEY DISPLAY "Term not on the fee schedule"
			NOT INVALID KEY
				DISPLAY "Current fee schedule: " fee-schedule-record
				DISPLAY "Enter the new tuition per credit (or 0 to keep): "
				ACCEPT new-per-credit
				DISPLAY "Enter the new registration fee (or 0 to keep): "
				ACCEPT new-registration-fee
				DISPLAY "Enter the new activity fee (or 0 to keep): "
				ACCEPT new-activity-fee
				DISPLAY "Enter the new full-time cap (or 0 to keep): "
				ACCEPT new-full-time-credits

				IF new-per-credit > 0 THEN
					MOVE new-per-credit TO fee-per-credit
				END-IF
				IF new-registration-fee > 0 THEN
					MOVE new-registration-fee TO fee-registration
				END-IF
				IF new-activity-fee > 0 THEN
					MOVE new-activity-fee TO fee-activity
				END-IF
				IF new-full-time-credits > 0 THEN
					MOVE new-full-time-credits TO fee-full-time-credits
				END-IF

				REWRITE fee-schedule-record
				END-REWRITE

				DISPLAY "Updated fee schedule: " fee-schedule-record
		END-READ
		CLOSE fee-schedule-file
	END-IF.
DONE-FEE-SCHEDULE-UPDATE.

FEE-SCHEDULE-REMOVE. *>takes a term off the fee schedule
	DISPLAY "Enter the term to remove: ".
	ACCEPT fee-term.

	OPEN I-O fee-schedule-file.
	IF fee-schedule-status NOT = "00" THEN
		DISPLAY "Fee schedules FEESCHED.DAT unavailable (status "
			fee-schedule-status ") -- use FADD to build it"
	ELSE
		READ fee-schedule-file
			KEY IS fee-term
			INVALID KEY DISPLAY "Term not on the fee schedule"
			NOT INVALID KEY
				DISPLAY "Record to be removed: " fee-schedule-record
				DISPLAY "Confirm removal (Y/N): " with no advancing
				ACCEPT confirm-answer

				IF confirm-yes THEN
					DELETE fee-schedule-file
					DISPLAY "Fee schedule removed"
				ELSE
					DISPLAY "Removal cancelled"
				END-IF
		END-READ
		CLOSE fee-schedule-file
	END-IF.
DONE-FEE-SCHEDULE-REMOVE.

FEE-SCHEDULE-LIST. *>lists every term's fee schedule in term order
	OPEN INPUT fee-schedule-file.
	IF fee-schedule-status NOT = "00" THEN
		DISPLAY "Fee schedules FEESCHED.DAT unavailable (status "
			fee-schedule-status ") -- use FADD to build it"
	ELSE
		PERFORM FOREVER
			READ fee-schedule-file next at end exit perform

			not at end DISPLAY fee-schedule-record
			end-READ
		end-Perform
		CLOSE fee-schedule-file
	END-IF.
DONE-FEE-SCHEDULE-LIST.

CALENDAR-ADD. *>puts a term's dates on the calendar
	DISPLAY "Enter the term (yyT): ".
	ACCEPT tc-term.
	DISPLAY "Enter the term start date (yyyymmdd): ".
	ACCEPT new-start-date.
	DISPLAY "Enter the add deadline (yyyymmdd): ".
	ACCEPT new-add-deadline.
	DISPLAY "Enter the drop deadline (yyyymmdd): ".
	ACCEPT new-drop-deadline.
	DISPLAY "Enter the term end date (yyyymmdd): ".
	ACCEPT new-end-date.

	PERFORM CHECK-CALENDAR-DATES.
	IF tc-term = SPACES THEN
		DISPLAY "A term must be entered"
	ELSE
		IF calendar-dates-ok THEN
			*> TERMCAL.DAT does not exist yet on a fresh system --
			*> OPEN I-O against a missing file comes back status 35,
			*> so create it with OPEN OUTPUT first (the AUDIT.DAT
			*> idiom).
			OPEN I-O term-calendar-file
			IF term-calendar-status = "35" THEN
				OPEN OUTPUT term-calendar-file
			END-IF

			MOVE new-start-date TO tc-start-date
			MOVE new-add-deadline TO tc-add-deadline
			MOVE new-drop-deadline TO tc-drop-deadline
			MOVE new-end-date TO tc-end-date

			WRITE term-calendar-record
				INVALID KEY DISPLAY "Term already on the calendar"
				NOT INVALID KEY DISPLAY "Term added to the calendar"
			END-WRITE
			CLOSE term-calendar-file
		END-IF
	END-IF.
DONE-CALENDAR-ADD.

CALENDAR-UPDATE. *>changes a term's dates
	DISPLAY "Enter the term to change: ".
	ACCEPT tc-term.

	OPEN I-O term-calendar-file.
	IF term-calendar-status NOT = "00" THEN
		DISPLAY "Term calendar TERMCAL.DAT unavailable (status "
			term-calendar-status ") -- use TADD to build it"
	ELSE
		READ term-calendar-file
			KEY IS tc-term
			INVALID KEY DISPLAY "Term not on the calendar"
			NOT INVALID KEY
				DISPLAY "Current calendar record: " term-calendar-record
				DISPLAY "Enter the new start date (or 0 to keep): "
				ACCEPT new-start-date
				DISPLAY "Enter the new add deadline (or 0 to keep): "
				ACCEPT new-add-deadline
				DISPLAY "Enter the new drop deadline (or 0 to keep): "
				ACCEPT new-drop-deadline
				DISPLAY "Enter the new end date (or 0 to keep): "
				ACCEPT new-end-date

				IF new-start-date = 0 THEN
					MOVE tc-start-date TO new-start-date
				END-IF
				IF new-add-deadline = 0 THEN
					MOVE tc-add-deadline TO new-add-deadline
				END-IF
				IF new-drop-deadline = 0 THEN
					MOVE tc-drop-deadline TO new-drop-deadline
				END-IF
				IF new-end-date = 0 THEN
					MOVE tc-end-date TO new-end-date
				END-IF

				PERFORM CHECK-CALENDAR-DATES
				IF calendar-dates-ok THEN
					MOVE new-start-date TO tc-start-date
					MOVE new-add-deadline TO tc-add-deadline
					MOVE new-drop-deadline TO tc-drop-deadline
					MOVE new-end-date TO tc-end-date

					REWRITE term-calendar-record
					END-REWRITE

					DISPLAY "Updated calendar record: " term-calendar-record
				END-IF
		END-READ
		CLOSE term-calendar-file
	END-IF.
DONE-CALENDAR-UPDATE.

CALENDAR-REMOVE. *>takes a term off the calendar
	DISPLAY "Enter the term to remove: ".
	ACCEPT tc-term.

	OPEN I-O term-calendar-file.
	IF term-calendar-status NOT = "00" THEN
		DISPLAY "Term calendar TERMCAL.DAT unavailable (status "
			term-calendar-status ") -- use TADD to build it"
	ELSE
		READ term-calendar-file
			KEY IS tc-term
			INVALID KEY DISPLAY "Term not on the calendar"
			NOT INVALID KEY
				DISPLAY "Record to be removed: " term-calendar-record
				DISPLAY "Confirm removal (Y/N): " with no advancing
				ACCEPT confirm-answer

				IF confirm-yes THEN
					DELETE term-calendar-file
					DISPLAY "Term removed from the calendar"
				ELSE
					DISPLAY "Removal cancelled"
				END-IF
		END-READ
		CLOSE term-calendar-file
	END-IF.
DONE-CALENDAR-REMOVE.

CALENDAR-LIST. *>lists the whole term calendar in term order
	OPEN INPUT term-calendar-file.
	IF term-calendar-status NOT = "00" THEN
		DISPLAY "Term calendar TERMCAL.DAT unavailable (status "
			term-calendar-status ") -- use TADD to build it"
	ELSE
		PERFORM FOREVER
			READ term-calendar-file next at end exit perform

			not at end DISPLAY term-calendar-record
			end-READ
		end-Perform
		CLOSE term-calendar-file
	END-IF.
DONE-CALENDAR-LIST.

CHECK-CALENDAR-DATES. *> sets calendar-dates-ok when the four new
	*> dates are filled in and run start, add, drop, end in order.
	MOVE "N" TO calendar-dates-ok-switch.
	IF new-start-date = 0 OR new-add-deadline = 0
			OR new-drop-deadline = 0 OR new-end-date = 0 THEN
		DISPLAY "All four dates must be entered as yyyymmdd"
	ELSE
		IF new-start-date > new-add-deadline
				OR new-add-deadline > new-drop-deadline
				OR new-drop-deadline > new-end-date THEN
			DISPLAY "Dates must run start, add deadline, drop"
				" deadline, end -- nothing changed"
		ELSE
			SET calendar-dates-ok TO TRUE
		END-IF
	END-IF.
DONE-CHECK-CALENDAR-DATES.

BATCH-PROCESS. *>applies a whole transaction file in one unattended
	*> run -- from TRANFILE.DAT (BATCH) or, in recycle mode, from a
	*> corrected exception file saved as RECYCLE.DAT (RECYCL).
	MOVE 0 TO batch-transaction-count.
	MOVE 0 TO batch-exception-count.
	MOVE 0 TO recycled-ok-count.
	MOVE 0 TO still-failing-count.
	MOVE 0 TO aged-count.
	MOVE 0 TO batch-waitlisted-count.
	MOVE 0 TO batch-withdrawn-count.
	MOVE "Y" TO batch-input-ok-switch.

	IF recycle-mode THEN
		DISPLAY "Maximum failed attempts before aging (blank = 03): "
			with no advancing
		ACCEPT retry-limit-x
		*> a single digit lands left-justified ("5 ") -- slide it
		*> over so the numeric test below accepts it.
		IF retry-limit-x(1:1) NUMERIC AND retry-limit-x(2:1) = SPACE THEN
			MOVE retry-limit-x(1:1) TO retry-limit-x(2:1)
			MOVE "0" TO retry-limit-x(1:1)
		END-IF
		IF retry-limit-x NUMERIC AND retry-limit-x NOT = "00" THEN
			MOVE retry-limit-x TO retry-limit
		ELSE
			MOVE 3 TO retry-limit
		END-IF

		OPEN INPUT recycle-file
		IF recycle-file-status NOT = "00" THEN
			DISPLAY "RECYCLE.DAT unavailable (status "
				recycle-file-status ") -- nothing to recycle"
			MOVE "N" TO batch-input-ok-switch
			" be rejected"
	END-IF.

	*> the prerequisite files likewise; either one missing just means
	*> nothing to check against yet.
	OPEN INPUT prereq-file.
	IF prereq-file-status = "00" THEN
		SET prereq-file-is-open TO TRUE
	END-IF.
	OPEN INPUT history-file.
	IF history-file-status = "00" THEN
		SET history-file-is-open TO TRUE
	END-IF.
	OPEN INPUT term-calendar-file.
	IF term-calendar-status = "00" THEN
		SET calendar-file-is-open TO TRUE
	END-IF.

	MOVE "Class11" TO jlr-program-name.
	MOVE "START" TO jlr-action.
	MOVE SPACES TO jlr-status.
				NOT AT END
					ADD 1 TO batch-transaction-count
					MOVE 0 TO failed-attempt-count
					MOVE "N" TO prereq-override-switch
					PERFORM APPLY-TRANSACTION
			END-READ
		END-IF
		MOVE "N" TO course-file-open-switch
	END-IF.

	IF prereq-file-is-open THEN
		CLOSE prereq-file
		MOVE "N" TO prereq-file-open-switch
	END-IF.

	IF history-file-is-open THEN
		CLOSE history-file
		MOVE "N" TO history-file-open-switch
	END-IF.

	IF calendar-file-is-open THEN
		CLOSE term-calendar-file
		MOVE "N" TO calendar-file-open-switch
	END-IF.

	DISPLAY "Batch run complete.  Transactions processed: "
		batch-transaction-count.
	DISPLAY "Exceptions written to EXCEPT.DAT: " batch-exception-count.
	DISPLAY "Waitlisted (course full): " batch-waitlisted-count.
	DISPLAY "Recorded as W (past drop deadline): " batch-withdrawn-count.

	IF recycle-mode THEN
		DISPLAY "Recycled successfully: " recycled-ok-count
		MOVE rcy-id-course TO trans-id-course
		MOVE rcy-grade TO trans-grade

		*> the registrar's sign-off on a missing prerequisite
		IF rcy-reason-code = "OVRQ" THEN
			SET prerequisite-overridden TO TRUE
		ELSE
			MOVE "N" TO prereq-override-switch
		END-IF

		MOVE "N" TO trans-failed-switch
		PERFORM APPLY-TRANSACTION
		IF transaction-failed THEN
			MOVE trans-id-course TO student-id-course
			READ data-file
				KEY IS student-id-course
				INVALID KEY PERFORM BATCH-DEADLINE-CHECK-THEN-ADD
				NOT INVALID KEY
					PERFORM WRITE-BATCH-DUPLICATE-EXCEPTION
			END-READ
	END-IF.
DONE-BATCH-ADD.

BATCH-DEADLINE-CHECK-THEN-ADD. *> an ADD after the term's add
	*> deadline bounces LATE, as the attended path rejects it.
	MOVE trans-id-course(5:3) TO calendar-target-term.
	PERFORM CHECK-TERM-CALENDAR.
	IF adds-are-closed THEN
		MOVE "LATE" TO exception-reason
		PERFORM WRITE-TRANSACTION-EXCEPTION
	ELSE
		PERFORM BATCH-SEAT-CHECK-THEN-ADD
	END-IF.
DONE-BATCH-DEADLINE-CHECK-THEN-ADD.

BATCH-SEAT-CHECK-THEN-ADD.
	*> prerequisites first, as on the attended path -- a missing one
	*> bounces NPRQ unless the recycled record carries the OVRQ
	*> override.
	MOVE trans-id-course TO prereq-target-key.
	PERFORM CHECK-PREREQUISITES.

	IF prereqs-missing-count > 0 AND NOT prerequisite-overridden THEN
		MOVE "NPRQ" TO exception-reason
		PERFORM WRITE-TRANSACTION-EXCEPTION
	ELSE
		IF prereqs-missing-count > 0 THEN
			PERFORM WRITE-PREREQ-OVERRIDE-AUDIT
		END-IF

		MOVE trans-id-course(8:5) TO count-target-course
		MOVE trans-id-course(5:3) TO count-target-term
		PERFORM COUNT-COURSE-ENROLLMENT

		IF course-enrolled-count >= course-seat-cap THEN
			*> full section -- queue the ADD on the waitlist instead
			*> of bouncing it to EXCEPT.DAT, so the student stops
			*> resubmitting and the next freed seat finds them.
			MOVE count-target-course TO waitlist-target-course
			MOVE trans-id-course(1:4) TO waitlist-student-id
			MOVE trans-id-course(5:3) TO waitlist-term
			MOVE trans-grade TO waitlist-grade
			PERFORM ADD-TO-WAITLIST
			*> a duplicate resubmission was refused, not queued --
			*> only a written entry counts toward the waitlisted
			*> total.
			IF NOT already-waitlisted THEN
				ADD 1 TO batch-waitlisted-count
			END-IF
		ELSE
			MOVE trans-id-course TO student-id-course
			MOVE trans-grade TO final-grade

			PERFORM WRITE-BATCH-NEW-STU-ID-COURSE
		END-IF
	END-IF.
DONE-BATCH-SEAT-CHECK-THEN-ADD.

		INVALID KEY
			PERFORM WRITE-BATCH-EXCEPTION
		NOT INVALID KEY
			MOVE trans-id-course(5:3) TO calendar-target-term
			PERFORM CHECK-TERM-CALENDAR
			IF drops-are-closed THEN
				*> past the drop deadline: a W, not a delete, and
				*> no seat freed (a second REMOVE changes nothing).
				IF final-grade NOT = "W" THEN
					PERFORM WITHDRAW-ENROLLMENT
					ADD 1 TO batch-withdrawn-count
				END-IF
			ELSE
				PERFORM BATCH-DELETE-ENROLLMENT
			END-IF
	END-READ.
DONE-BATCH-REMOVE.

BATCH-DELETE-ENROLLMENT.
	MOVE student-record TO audit-before-image.
	DELETE data-file
		INVALID KEY
			PERFORM WRITE-BATCH-EXCEPTION
		NOT INVALID KEY
			MOVE SPACES TO audit-after-image
			MOVE "REMOVE" TO audit-action
			PERFORM WRITE-AUDIT-RECORD

			*> the removal just freed a seat -- hand it to the head
			*> of the course's waitlist.
			MOVE trans-id-course(8:5) TO promote-course
			MOVE trans-id-course(5:3) TO promote-term
			PERFORM PROMOTE-FROM-WAITLIST
	END-DELETE.
DONE-BATCH-DELETE-ENROLLMENT.

WRITE-TRANSACTION-EXCEPTION. *>one structured record per rejected
	*> transaction: the full original transaction, the reason code
	*> set by the caller, and how many attempts have now failed --
		" BEFORE=" audit-before-image
		" AFTER=" audit-after-image
		DELIMITED BY SIZE INTO audit-record.
	*> any note rides after the fixed columns, which is all Class11r
	*> reads.
	IF audit-note NOT = SPACES THEN
		MOVE " NOTE=" TO audit-record(68:6)
		MOVE audit-note TO audit-record(74:40)
		MOVE SPACES TO audit-note
	END-IF.

	*> AUDIT.DAT does not exist yet on a fresh system -- OPEN EXTEND
	*> against a missing file comes back status 35, so create it with
		DISPLAY "Distinct courses: " best-attempt-count
		DISPLAY "Cumulative GPA: " computed-gpa
	ELSE
		MOVE "END OF TRANSCRIPT -- NO GRADED COURSES ON FILE" TO report-line
		PERFORM PRINT-REPORT-LINE
	END-IF.

    END-IF.

    ADD 1 TO transcript-records-read.

    *> a W (dropped after the drop deadline) stays on the record but
    *> is not a grade -- it shows here and counts in neither GPA.
    IF final-grade = "W" THEN
        MOVE SPACES TO report-line
        STRING "  " student-course "  W  (withdrawn -- not graded)"
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE
    ELSE
        PERFORM GRADE-TO-QUALITY-POINTS
        PERFORM BOOK-BEST-ATTEMPT

        MOVE SPACES TO retake-note
        IF course-is-a-retake THEN
            MOVE "  RETAKE" TO retake-note
        END-IF

        MOVE quality-points TO quality-points-display
        MOVE SPACES TO report-line
        STRING "  " student-course "  " final-grade
            "  (" quality-points-display " quality points)"
            retake-note
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE

        ADD 1 TO term-course-count
        ADD quality-points TO term-quality-points
    END-IF.
DONE-TRANSCRIPT-ONE-RECORD.

START-NEW-TERM.
DONE-START-NEW-TERM.

PRINT-TERM-GPA-LINE.
*> a term of nothing but withdrawals has no GPA to divide out.
    MOVE SPACES TO report-line.
    IF term-course-count = 0 THEN
        STRING "  TERM " current-term " GPA: n/a (no graded courses)"
            DELIMITED BY SIZE INTO report-line
    ELSE
        COMPUTE term-gpa ROUNDED = term-quality-points / term-course-count
        MOVE term-gpa TO gpa-display
        STRING "  TERM " current-term " GPA: " gpa-display
            "  (" term-course-count " course(s))"
            DELIMITED BY SIZE INTO report-line
    END-IF.
    PERFORM PRINT-REPORT-LINE.
DONE-PRINT-TERM-GPA-LINE.


	*> a single-term sweep looks only at that term's enrollments;
	*> everything else of the student's just rides past the break.
	*> A W is not a grade and never enters the GPA.
	IF (sweeping-all-terms OR student-term = sweep-term)
			AND final-grade NOT = "W" THEN
		PERFORM GRADE-TO-QUALITY-POINTS
		PERFORM BOOK-BEST-ATTEMPT
	END-IF.
						INVALID KEY ADD 1 TO replay-failures
						NOT INVALID KEY ADD 1 TO actions-replayed
					END-WRITE
				*> an approved grade change on stuidx.dat (Class11u)
				*> and a withdrawal past the drop deadline are
				*> rewrites like any other.
				WHEN "UPDATE"
				WHEN "GCHG"
				WHEN "WITHDRAW"
					MOVE ap-after-image TO student-record
					REWRITE student-record
						INVALID KEY ADD 1 TO replay-failures
						INVALID KEY ADD 1 TO replay-failures
						NOT INVALID KEY ADD 1 TO actions-replayed
					END-DELETE
				*> a prerequisite override only records why the ADD
				*> after it was let through -- nothing to replay; a
				*> grade change applied to STUHIST.DAT never touched
				*> stuidx.dat.
				WHEN "PREQOVR"
				WHEN "GCHGHIST"
					CONTINUE
				WHEN OTHER
					ADD 1 TO replay-failures
			END-EVALUATE
		DISPLAY "Distinct courses: " best-attempt-count
		DISPLAY "Cumulative GPA: " computed-gpa
	ELSE
		MOVE "END OF HISTORY -- NO GRADED COURSES ON FILE" TO report-line
		PERFORM PRINT-REPORT-LINE
	END-IF.

    END-IF.

    ADD 1 TO history-records-read.

    *> a W (dropped after the drop deadline) stays on the record but
    *> is not a grade -- it shows here and counts in neither GPA.
    IF hist-grade = "W" THEN
        MOVE SPACES TO report-line
        STRING "  " hist-course "  W  (withdrawn -- not graded)"
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE
    ELSE
        PERFORM GRADE-TO-QUALITY-POINTS
        PERFORM BOOK-BEST-ATTEMPT

        MOVE SPACES TO retake-note
        IF course-is-a-retake THEN
            MOVE "  RETAKE" TO retake-note
        END-IF

        MOVE quality-points TO quality-points-display
        MOVE SPACES TO report-line
        STRING "  " hist-course "  " hist-grade
            "  (" quality-points-display " quality points)"
            retake-note
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE

        ADD 1 TO term-course-count
        ADD quality-points TO term-quality-points
    END-IF.
DONE-TRANSCRIPT-ONE-RECORD.

START-NEW-TERM.
DONE-START-NEW-TERM.

PRINT-TERM-GPA-LINE.
*> a term of nothing but withdrawals has no GPA to divide out.
    MOVE SPACES TO report-line.
    IF term-course-count = 0 THEN
        STRING "  TERM " current-term " GPA: n/a (no graded courses)"
            DELIMITED BY SIZE INTO report-line
    ELSE
        COMPUTE term-gpa ROUNDED = term-quality-points / term-course-count
        MOVE term-gpa TO gpa-display
        STRING "  TERM " current-term " GPA: " gpa-display
            "  (" term-course-count " course(s))"
            DELIMITED BY SIZE INTO report-line
    END-IF.
    PERFORM PRINT-REPORT-LINE.
DONE-PRINT-TERM-GPA-LINE.

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

FD print-file.
	01 print-record PIC X(80).
01 grade-c-count PIC 9(3).
01 grade-d-count PIC 9(3).
01 grade-f-count PIC 9(3).
01 grade-w-count PIC 9(3). *> withdrawn past the drop deadline
01 percent-a PIC 9(3).
01 percent-b PIC 9(3).
01 percent-c PIC 9(3).
01 percent-d PIC 9(3).
01 percent-f PIC 9(3).
01 percent-w PIC 9(3).

01 roster-student-name PIC X(20).
01 missing-master-note PIC X(20).
	MOVE 0 TO grade-c-count.
	MOVE 0 TO grade-d-count.
	MOVE 0 TO grade-f-count.
	MOVE 0 TO grade-w-count.

	PERFORM LOOKUP-COURSE-TITLE.

		WHEN "B" ADD 1 TO grade-b-count
		WHEN "C" ADD 1 TO grade-c-count
		WHEN "D" ADD 1 TO grade-d-count
		WHEN "W" ADD 1 TO grade-w-count
		WHEN OTHER ADD 1 TO grade-f-count
	END-EVALUATE.
DONE-TALLY-GRADE.
	COMPUTE percent-c ROUNDED = grade-c-count * 100 / roster-size.
	COMPUTE percent-d ROUNDED = grade-d-count * 100 / roster-size.
	COMPUTE percent-f ROUNDED = grade-f-count * 100 / roster-size.
	COMPUTE percent-w ROUNDED = grade-w-count * 100 / roster-size.

	MOVE SPACES TO report-line.
	STRING "  ENROLLED: " roster-size
	STRING "            "
		"  D " grade-d-count " (" percent-d "%)"
		"  F " grade-f-count " (" percent-f "%)"
		"  W " grade-w-count " (" percent-w "%)"
		DELIMITED BY SIZE INTO report-line.
	PERFORM PRINT-REPORT-LINE.
DONE-PRINT-GRADE-DISTRIBUTION.

Stop Run.
End Program Class11l.

*>-----------------------
*> Degree audit: for each student on STUMAST.DAT (or one student),
*> loads the requirements of the student's master-program off
*> PROGREQ.DAT and checks them against the student's work through
*> the audit term on stuidx.dat plus STUHIST.DAT, a retaken course
*> counting its best attempt as in Class11g and Class11q.  Each
*> student gets a page of requirements met, in progress (no grade
*> yet, or an I) and outstanding, with the elective pool counted
*> against the program's minimum; a closing summary lists who has
*> met every requirement and who will have once this term's grades
*> are in -- the check advisors used to do by hand from transcripts.

Identification Division.
Program-id. Class11d.
Environment Division.
Input-output section.
file-control.
	select student-master-file
            assign "STUMAST.DAT"
            organization indexed
            access dynamic record key is master-student-id
            file status is student-master-status.

	select progreq-file
            assign "PROGREQ.DAT"
            organization indexed
            access dynamic record key is prg-key
            file status is progreq-file-status.

	select data-file
            assign "stuidx.dat"
            organization indexed
            access dynamic record key is student-id-course
            alternate record key is student-course with duplicates
            alternate record key is student-id with duplicates
            file status is data-file-status.

	select history-file
            assign "STUHIST.DAT"
            organization indexed
            access dynamic record key is hist-id-course
            file status is history-file-status.

	select print-file
            assign "CLASS11D.RPT"
            organization line sequential.

Data Division.
File Section.
FD student-master-file.
	01 student-master-record.
		02 master-student-id PIC XXXX.
		02 master-student-name PIC X(20).
		02 master-program PIC X(10).
		02 master-enroll-date PIC 9(8).

FD progreq-file.
	01 progreq-record.
		02 prg-key.
			03 prg-program PIC X(10).
			03 prg-course PIC X(5). *> blank on the elective-minimum record
		02 prg-kind PIC X.
			88 prg-required value "R".
			88 prg-elective value "E".
			88 prg-elective-minimum value "M".
		02 prg-elective-min PIC 99.

FD data-file.
	01 student-record.
		02 student-id-course.
			03 student-id PIC XXXX.
			03 student-term PIC X(3). *> yyT (year + term 1-3), so
				*> plain key order is chronological
			03 student-course PIC XXXXX.
		02 final-grade pic X.

FD history-file.
	01 history-record.
		02 hist-id-course.
			03 hist-student-id PIC XXXX.
			03 hist-term PIC X(3).
			03 hist-course PIC XXXXX.
		02 hist-grade PIC X.

FD print-file.
	01 print-record PIC X(80).

Working-Storage Section.
01 student-master-status PIC XX.
01 progreq-file-status PIC XX.
01 data-file-status PIC XX.
01 history-file-status PIC XX.
01 history-file-open-switch PIC X VALUE "N".
	88 history-file-is-open value "Y".
01 start-ok-switch PIC X VALUE "Y".
	88 start-was-ok VALUE "Y".

*> attempts in a later term than this one (next term's registrations)
*> do not count toward the audit.
01 audit-term PIC X(3).
01 target-student-id PIC XXXX.

*> the requirements of the program being audited, one entry per
*> required or elective course, rated against the student's attempts:
*> M met, I in progress, O outstanding.
01 requirement-table.
	05 requirement-entry occurs 100 times.
		10 rq-kind PIC X.
		10 rq-course PIC X(5).
		10 rq-status PIC X.
		10 rq-grade PIC X.
		10 rq-term PIC X(3).
01 requirement-count PIC 9(3) VALUE 0.
01 requirement-index PIC 9(3).
01 elective-minimum PIC 99.
01 program-on-file-switch PIC X.
	88 program-is-on-file value "Y".

*> best attempt per distinct course the student has taken -- the
*> registrar's rule is that a retake's best grade is the one that
*> counts.  An attempt with no grade yet (or an I) marks the course in
*> progress without displacing a grade already earned.
01 best-attempt-table.
	05 best-attempt-entry occurs 100 times.
		10 ba-course PIC X(5).
		10 ba-points PIC 9V9.
		10 ba-grade PIC X.
		10 ba-term PIC X(3).
		10 ba-in-progress-term PIC X(3). *> blank when none
01 best-attempt-count PIC 9(3) VALUE 0.
01 best-attempt-index PIC 9(3).
01 best-attempt-match PIC 9(3).

*> one attempt off either file, handed to BOOK-ONE-ATTEMPT
01 attempt-course PIC X(5).
01 attempt-term PIC X(3).
01 attempt-grade PIC X.
01 quality-points PIC 9V9 VALUE 0.

01 print-kind PIC X.
01 required-met-count PIC 9(3).
01 required-in-progress-count PIC 9(3).
01 required-outstanding-count PIC 9(3).
01 electives-met-count PIC 9(3).
01 electives-in-progress-count PIC 9(3).
01 electives-needed-count PIC 9(3).
01 outstanding-total PIC 9(3).
01 requirement-status-text PIC X(12).
01 attempt-note PIC X(20).

*> students for the closing summary: E met every requirement, P will
*> have once this term's in-progress courses are passed.
01 summary-table.
	05 summary-entry occurs 500 times.
		10 sm-student-id PIC XXXX.
		10 sm-student-name PIC X(20).
		10 sm-program PIC X(10).
		10 sm-kind PIC X.
01 summary-count PIC 9(3) VALUE 0.
01 summary-index PIC 9(3).
01 summary-kind PIC X.
01 summary-lines-printed PIC 9(3).

01 students-audited PIC 9(5) VALUE 0.
01 eligible-count PIC 9(5) VALUE 0.
01 pending-count PIC 9(5) VALUE 0.
01 not-audited-count PIC 9(5) VALUE 0.

01 report-line PIC X(80).
01 report-run-date PIC 9(8).
01 report-page-number PIC 9(3) VALUE 0.
01 report-line-count PIC 9(2) VALUE 99.
01 report-page-depth PIC 9(2) VALUE 55.
*> second heading line -- the student on an audit page, the summary
*> title on the summary pages.
01 heading-detail PIC X(80).

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
PRINT-DEGREE-AUDIT.
	DISPLAY "Enter the term to audit through (yyT): " with no advancing.
	ACCEPT audit-term.
	DISPLAY "Enter the student-id to audit (blank = every student): "
		with no advancing.
	ACCEPT target-student-id.

	OPEN INPUT student-master-file.
	IF student-master-status NOT = "00" THEN
		DISPLAY "Student master STUMAST.DAT unavailable (status "
			student-master-status ") -- use MADD in Class11 to build it"
		STOP RUN
	END-IF.

	OPEN INPUT progreq-file.
	IF progreq-file-status NOT = "00" THEN
		DISPLAY "Program requirements PROGREQ.DAT unavailable (status "
			progreq-file-status ") -- use RADD in Class11 to build it"
		STOP RUN
	END-IF.

	OPEN INPUT data-file.
	IF data-file-status NOT = "00" THEN
		DISPLAY "Cannot open stuidx.dat (status " data-file-status ")"
		STOP RUN
	END-IF.

	*> no STUHIST.DAT just means no term has been archived yet.
	OPEN INPUT history-file.
	IF history-file-status = "00" THEN
		SET history-file-is-open TO TRUE
	ELSE
		DISPLAY "History STUHIST.DAT unavailable (status "
			history-file-status ") -- auditing stuidx.dat only"
	END-IF.

	ACCEPT report-run-date FROM DATE YYYYMMDD.
	OPEN OUTPUT print-file.

	MOVE "Class11d" TO jlr-program-name.
	MOVE "START" TO jlr-action.
	MOVE SPACES TO jlr-status.
	MOVE "STUMAST.DAT" TO jlr-input-file.
	MOVE 0 TO jlr-records-read.
	MOVE 0 TO jlr-records-written.
	MOVE 0 TO jlr-records-rejected.
	CALL "joblog" USING job-log-request.

	IF target-student-id = SPACES THEN
		MOVE SPACES TO master-student-id
		MOVE "Y" TO start-ok-switch
		START student-master-file KEY IS NOT LESS THAN master-student-id
			INVALID KEY
				MOVE "N" TO start-ok-switch
				DISPLAY "No students on the student master"
		END-START
		IF start-was-ok THEN
			PERFORM FOREVER
				READ student-master-file NEXT
					AT END EXIT PERFORM
					NOT AT END PERFORM AUDIT-ONE-STUDENT
				END-READ

				*> a read error runs neither phrase above -- bail out
				*> rather than spin on it.
				IF student-master-status NOT = "00" THEN
					EXIT PERFORM
				END-IF
			END-PERFORM
		END-IF
	ELSE
		MOVE target-student-id TO master-student-id
		READ student-master-file
			KEY IS master-student-id
			INVALID KEY DISPLAY "Student id not on the student master"
			NOT INVALID KEY PERFORM AUDIT-ONE-STUDENT
		END-READ
	END-IF.

	PERFORM PRINT-GRADUATION-SUMMARY.

	CLOSE print-file.
	CLOSE student-master-file.
	CLOSE progreq-file.
	CLOSE data-file.
	IF history-file-is-open THEN
		CLOSE history-file
	END-IF.
	MOVE "Class11d" TO jlr-program-name.
	MOVE "END" TO jlr-action.
	IF not-audited-count > 0 THEN
		MOVE "WARN" TO jlr-status
	ELSE
		MOVE "OK" TO jlr-status
	END-IF.
	MOVE "STUMAST.DAT" TO jlr-input-file.
	MOVE students-audited TO jlr-records-read.
	MOVE eligible-count TO jlr-records-written.
	MOVE not-audited-count TO jlr-records-rejected.
	CALL "joblog" USING job-log-request.

	DISPLAY "Students audited: " students-audited.
	DISPLAY "Eligible to graduate: " eligible-count.
	DISPLAY "Eligible pending this term's grades: " pending-count.
	DISPLAY "Degree audit written to CLASS11D.RPT".
DONE-PRINT-DEGREE-AUDIT.

Stop Run.

AUDIT-ONE-STUDENT.
*> every student starts a fresh page.
	ADD 1 TO students-audited.
	MOVE SPACES TO heading-detail.
	STRING "STUDENT " master-student-id "  " master-student-name
		"  PROGRAM " master-program
		DELIMITED BY SIZE INTO heading-detail.
	MOVE 99 TO report-line-count.

	PERFORM LOAD-PROGRAM-REQUIREMENTS.
	IF NOT program-is-on-file THEN
		ADD 1 TO not-audited-count
		MOVE SPACES TO report-line
		STRING "NO REQUIREMENTS ON PROGREQ.DAT FOR PROGRAM "
			master-program " -- NOT AUDITED"
			DELIMITED BY SIZE INTO report-line
		PERFORM PRINT-REPORT-LINE
	ELSE
		PERFORM COLLECT-BEST-ATTEMPTS
		PERFORM RATE-REQUIREMENTS
		PERFORM PRINT-STUDENT-AUDIT
	END-IF.
DONE-AUDIT-ONE-STUDENT.

LOAD-PROGRAM-REQUIREMENTS.
*> the program's elective-minimum record has a blank course, so a
*> START on the program with a blank course lands on it first.
	MOVE 0 TO requirement-count.
	MOVE 0 TO elective-minimum.
	MOVE "N" TO program-on-file-switch.

	MOVE master-program TO prg-program.
	MOVE SPACES TO prg-course.
	MOVE "Y" TO start-ok-switch.
	START progreq-file KEY IS NOT LESS THAN prg-key
		INVALID KEY MOVE "N" TO start-ok-switch
	END-START.

	IF start-was-ok THEN
		PERFORM FOREVER
			READ progreq-file NEXT
				AT END EXIT PERFORM
				NOT AT END
					IF prg-program NOT = master-program THEN
						EXIT PERFORM
					END-IF
					PERFORM LOAD-ONE-REQUIREMENT
			END-READ

			IF progreq-file-status NOT = "00" THEN
				EXIT PERFORM
			END-IF
		END-PERFORM
	END-IF.
DONE-LOAD-PROGRAM-REQUIREMENTS.

LOAD-ONE-REQUIREMENT.
	SET program-is-on-file TO TRUE.
	IF prg-elective-minimum THEN
		MOVE prg-elective-min TO elective-minimum
	ELSE
		IF requirement-count >= 100 THEN
			DISPLAY "*** ABEND: requirement table is full (100"
				" courses) -- rerun with a larger table ***"
			STOP RUN
		END-IF
		ADD 1 TO requirement-count
		MOVE prg-kind TO rq-kind (requirement-count)
		MOVE prg-course TO rq-course (requirement-count)
		MOVE "O" TO rq-status (requirement-count)
		MOVE SPACE TO rq-grade (requirement-count)
		MOVE SPACES TO rq-term (requirement-count)
	END-IF.
DONE-LOAD-ONE-REQUIREMENT.

COLLECT-BEST-ATTEMPTS.
*> archived terms first, then the live file -- both keys run id,
*> term, course, so a START on the partial key walks the student's
*> attempts (the Class11q idiom).
	MOVE 0 TO best-attempt-count.

	IF history-file-is-open THEN
		MOVE master-student-id TO hist-student-id
		MOVE SPACES TO hist-term
		MOVE SPACES TO hist-course
		MOVE "Y" TO start-ok-switch
		START history-file KEY IS NOT LESS THAN hist-id-course
			INVALID KEY MOVE "N" TO start-ok-switch
		END-START
		IF start-was-ok THEN
			PERFORM FOREVER
				READ history-file NEXT
					AT END EXIT PERFORM
					NOT AT END
						IF hist-student-id NOT = master-student-id THEN
							EXIT PERFORM
						END-IF
						MOVE hist-course TO attempt-course
						MOVE hist-term TO attempt-term
						MOVE hist-grade TO attempt-grade
						PERFORM BOOK-ONE-ATTEMPT
				END-READ

				IF history-file-status NOT = "00" THEN
					EXIT PERFORM
				END-IF
			END-PERFORM
		END-IF
	END-IF.

	MOVE master-student-id TO student-id.
	MOVE SPACES TO student-term.
	MOVE SPACES TO student-course.
	MOVE "Y" TO start-ok-switch.
	START data-file KEY IS NOT LESS THAN student-id-course
		INVALID KEY MOVE "N" TO start-ok-switch
	END-START.
	IF start-was-ok THEN
		PERFORM FOREVER
			READ data-file NEXT
				AT END EXIT PERFORM
				NOT AT END
					IF student-id NOT = master-student-id THEN
						EXIT PERFORM
					END-IF
					MOVE student-course TO attempt-course
					MOVE student-term TO attempt-term
					MOVE final-grade TO attempt-grade
					PERFORM BOOK-ONE-ATTEMPT
			END-READ

			IF data-file-status NOT = "00" THEN
				EXIT PERFORM
			END-IF
		END-PERFORM
	END-IF.
DONE-COLLECT-BEST-ATTEMPTS.

BOOK-ONE-ATTEMPT.
*> finds the course in the best-attempt table (adding it when new)
*> and keeps whichever graded attempt scored higher.  A W is not an
*> attempt that counts for anything.
	IF attempt-term NOT > audit-term AND attempt-grade NOT = "W" THEN
		MOVE 0 TO best-attempt-match
		PERFORM CHECK-ONE-BEST-ATTEMPT
			VARYING best-attempt-index FROM 1 BY 1
			UNTIL best-attempt-index > best-attempt-count

		IF best-attempt-match = 0 THEN
			IF best-attempt-count >= 100 THEN
				DISPLAY "*** ABEND: best-attempt table is full (100"
					" courses) -- rerun with a larger table ***"
				STOP RUN
			END-IF
			ADD 1 TO best-attempt-count
			MOVE best-attempt-count TO best-attempt-match
			MOVE attempt-course TO ba-course (best-attempt-match)
			MOVE 0 TO ba-points (best-attempt-match)
			MOVE SPACE TO ba-grade (best-attempt-match)
			MOVE SPACES TO ba-term (best-attempt-match)
			MOVE SPACES TO ba-in-progress-term (best-attempt-match)
		END-IF

		IF attempt-grade = SPACE OR attempt-grade = "I" THEN
			MOVE attempt-term TO ba-in-progress-term (best-attempt-match)
		ELSE
			PERFORM GRADE-TO-QUALITY-POINTS
			IF ba-grade (best-attempt-match) = SPACE
					OR quality-points > ba-points (best-attempt-match) THEN
				MOVE quality-points TO ba-points (best-attempt-match)
				MOVE attempt-grade TO ba-grade (best-attempt-match)
				MOVE attempt-term TO ba-term (best-attempt-match)
			END-IF
		END-IF
	END-IF.
DONE-BOOK-ONE-ATTEMPT.

CHECK-ONE-BEST-ATTEMPT.
	IF ba-course (best-attempt-index) = attempt-course THEN
		MOVE best-attempt-index TO best-attempt-match
	END-IF.
DONE-CHECK-ONE-BEST-ATTEMPT.

RATE-REQUIREMENTS.
	MOVE 0 TO required-met-count.
	MOVE 0 TO required-in-progress-count.
	MOVE 0 TO required-outstanding-count.
	MOVE 0 TO electives-met-count.
	MOVE 0 TO electives-in-progress-count.

	PERFORM RATE-ONE-REQUIREMENT
		VARYING requirement-index FROM 1 BY 1
		UNTIL requirement-index > requirement-count.

	*> electives already in progress count toward the minimum only
	*> for the pending-grades list, not as met.
	MOVE 0 TO electives-needed-count.
	IF electives-met-count + electives-in-progress-count
			< elective-minimum THEN
		COMPUTE electives-needed-count = elective-minimum
			- electives-met-count - electives-in-progress-count
	END-IF.
	COMPUTE outstanding-total =
		required-outstanding-count + electives-needed-count.
DONE-RATE-REQUIREMENTS.

RATE-ONE-REQUIREMENT.
*> met on any passing best attempt (D or better); otherwise in
*> progress if an attempt is still ungraded; otherwise outstanding,
*> carrying the best failing grade when the course was attempted.
	MOVE rq-course (requirement-index) TO attempt-course.
	MOVE 0 TO best-attempt-match.
	PERFORM CHECK-ONE-BEST-ATTEMPT
		VARYING best-attempt-index FROM 1 BY 1
		UNTIL best-attempt-index > best-attempt-count.

	MOVE "O" TO rq-status (requirement-index).
	MOVE SPACE TO rq-grade (requirement-index).
	MOVE SPACES TO rq-term (requirement-index).
	IF best-attempt-match > 0 THEN
		IF ba-points (best-attempt-match) > 0 THEN
			MOVE "M" TO rq-status (requirement-index)
			MOVE ba-grade (best-attempt-match) TO rq-grade (requirement-index)
			MOVE ba-term (best-attempt-match) TO rq-term (requirement-index)
		ELSE
			MOVE ba-grade (best-attempt-match) TO rq-grade (requirement-index)
			MOVE ba-term (best-attempt-match) TO rq-term (requirement-index)
			IF ba-in-progress-term (best-attempt-match) NOT = SPACES THEN
				MOVE "I" TO rq-status (requirement-index)
				MOVE ba-in-progress-term (best-attempt-match)
					TO rq-term (requirement-index)
			END-IF
		END-IF
	END-IF.

	EVALUATE rq-kind (requirement-index) ALSO rq-status (requirement-index)
		WHEN "R" ALSO "M" ADD 1 TO required-met-count
		WHEN "R" ALSO "I" ADD 1 TO required-in-progress-count
		WHEN "R" ALSO "O" ADD 1 TO required-outstanding-count
		WHEN "E" ALSO "M" ADD 1 TO electives-met-count
		WHEN "E" ALSO "I" ADD 1 TO electives-in-progress-count
		WHEN OTHER CONTINUE
	END-EVALUATE.
DONE-RATE-ONE-REQUIREMENT.

PRINT-STUDENT-AUDIT.
	MOVE "REQUIRED COURSES" TO report-line.
	PERFORM PRINT-REPORT-LINE.
	MOVE "R" TO print-kind.
	PERFORM PRINT-ONE-REQUIREMENT
		VARYING requirement-index FROM 1 BY 1
		UNTIL requirement-index > requirement-count.
	MOVE SPACES TO report-line.
	STRING "  REQUIRED: " required-met-count " MET  "
		required-in-progress-count " IN PROGRESS  "
		required-outstanding-count " OUTSTANDING"
		DELIMITED BY SIZE INTO report-line.
	PERFORM PRINT-REPORT-LINE.

	MOVE SPACES TO report-line.
	PERFORM PRINT-REPORT-LINE.
	MOVE SPACES TO report-line.
	STRING "ELECTIVES -- " elective-minimum " REQUIRED FROM THE POOL"
		DELIMITED BY SIZE INTO report-line.
	PERFORM PRINT-REPORT-LINE.
	MOVE "E" TO print-kind.
	PERFORM PRINT-ONE-REQUIREMENT
		VARYING requirement-index FROM 1 BY 1
		UNTIL requirement-index > requirement-count.
	MOVE SPACES TO report-line.
	STRING "  ELECTIVES: " electives-met-count " MET  "
		electives-in-progress-count " IN PROGRESS  "
		electives-needed-count " STILL NEEDED"
		DELIMITED BY SIZE INTO report-line.
	PERFORM PRINT-REPORT-LINE.

	MOVE SPACES TO report-line.
	PERFORM PRINT-REPORT-LINE.
	MOVE SPACES TO report-line.
	IF outstanding-total > 0 THEN
		STRING "AUDIT RESULT: " outstanding-total
			" REQUIREMENT(S) OUTSTANDING"
			DELIMITED BY SIZE INTO report-line
	ELSE
		IF required-in-progress-count = 0
				AND electives-met-count NOT < elective-minimum THEN
			MOVE "AUDIT RESULT: ALL REQUIREMENTS MET -- ELIGIBLE TO GRADUATE"
				TO report-line
			MOVE "E" TO summary-kind
			ADD 1 TO eligible-count
		ELSE
			MOVE "AUDIT RESULT: ELIGIBLE ONCE IN-PROGRESS COURSES ARE PASSED"
				TO report-line
			MOVE "P" TO summary-kind
			ADD 1 TO pending-count
		END-IF
		PERFORM BOOK-SUMMARY-ENTRY
	END-IF.
	PERFORM PRINT-REPORT-LINE.
DONE-PRINT-STUDENT-AUDIT.

PRINT-ONE-REQUIREMENT.
	IF rq-kind (requirement-index) = print-kind THEN
		MOVE SPACES TO attempt-note
		EVALUATE rq-status (requirement-index)
			WHEN "M"
				MOVE "MET" TO requirement-status-text
				STRING "GRADE " rq-grade (requirement-index)
					"  TERM " rq-term (requirement-index)
					DELIMITED BY SIZE INTO attempt-note
			WHEN "I"
				MOVE "IN PROGRESS" TO requirement-status-text
				STRING "TERM " rq-term (requirement-index)
					DELIMITED BY SIZE INTO attempt-note
			WHEN OTHER
				IF print-kind = "E" THEN
					MOVE "NOT TAKEN" TO requirement-status-text
				ELSE
					MOVE "OUTSTANDING" TO requirement-status-text
				END-IF
				IF rq-grade (requirement-index) NOT = SPACE THEN
					STRING "BEST GRADE " rq-grade (requirement-index)
						"  TERM " rq-term (requirement-index)
						DELIMITED BY SIZE INTO attempt-note
				END-IF
		END-EVALUATE
		MOVE SPACES TO report-line
		STRING "  " rq-course (requirement-index) "  "
			requirement-status-text "  " attempt-note
			DELIMITED BY SIZE INTO report-line
		PERFORM PRINT-REPORT-LINE
	END-IF.
DONE-PRINT-ONE-REQUIREMENT.

BOOK-SUMMARY-ENTRY.
	IF summary-count >= 500 THEN
		DISPLAY "*** ABEND: graduation summary table is full (500"
			" students) -- rerun with a larger table ***"
		STOP RUN
	END-IF.
	ADD 1 TO summary-count.
	MOVE master-student-id TO sm-student-id (summary-count).
	MOVE master-student-name TO sm-student-name (summary-count).
	MOVE master-program TO sm-program (summary-count).
	MOVE summary-kind TO sm-kind (summary-count).
DONE-BOOK-SUMMARY-ENTRY.

PRINT-GRADUATION-SUMMARY.
	MOVE SPACES TO heading-detail.
	STRING "GRADUATION SUMMARY THROUGH TERM " audit-term
		DELIMITED BY SIZE INTO heading-detail.
	MOVE 99 TO report-line-count.

	MOVE "ELIGIBLE TO GRADUATE -- EVERY REQUIREMENT MET" TO report-line.
	PERFORM PRINT-REPORT-LINE.
	MOVE "E" TO summary-kind.
	PERFORM PRINT-SUMMARY-GROUP.

	MOVE SPACES TO report-line.
	PERFORM PRINT-REPORT-LINE.
	MOVE "ELIGIBLE THIS TERM ONCE IN-PROGRESS COURSES ARE PASSED"
		TO report-line.
	PERFORM PRINT-REPORT-LINE.
	MOVE "P" TO summary-kind.
	PERFORM PRINT-SUMMARY-GROUP.

	MOVE SPACES TO report-line.
	PERFORM PRINT-REPORT-LINE.
	MOVE SPACES TO report-line.
	STRING "END OF REPORT -- AUDITED: " students-audited
		"  ELIGIBLE: " eligible-count
		"  PENDING GRADES: " pending-count
		"  NOT AUDITED: " not-audited-count
		DELIMITED BY SIZE INTO report-line.
	PERFORM PRINT-REPORT-LINE.
DONE-PRINT-GRADUATION-SUMMARY.

PRINT-SUMMARY-GROUP.
	MOVE 0 TO summary-lines-printed.
	PERFORM PRINT-ONE-SUMMARY-ENTRY
		VARYING summary-index FROM 1 BY 1
		UNTIL summary-index > summary-count.
	IF summary-lines-printed = 0 THEN
		MOVE "  (NONE)" TO report-line
		PERFORM PRINT-REPORT-LINE
	END-IF.
DONE-PRINT-SUMMARY-GROUP.

PRINT-ONE-SUMMARY-ENTRY.
	IF sm-kind (summary-index) = summary-kind THEN
		ADD 1 TO summary-lines-printed
		MOVE SPACES TO report-line
		STRING "  " sm-student-id (summary-index) "  "
			sm-student-name (summary-index) "  "
			sm-program (summary-index)
			DELIMITED BY SIZE INTO report-line
		PERFORM PRINT-REPORT-LINE
	END-IF.
DONE-PRINT-ONE-SUMMARY-ENTRY.

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
	STRING "DEGREE AUDIT   RUN DATE " report-run-date
		"   THROUGH TERM " audit-term
		"   PAGE " report-page-number
		DELIMITED BY SIZE INTO print-record.
	WRITE print-record.
	MOVE heading-detail TO print-record.
	WRITE print-record.
	MOVE SPACES TO print-record.
	WRITE print-record.
	MOVE 3 TO report-line-count.
DONE-PRINT-PAGE-HEADING.

GRADE-TO-QUALITY-POINTS.
	EVALUATE attempt-grade
		WHEN "A" MOVE 4.0 TO quality-points
		WHEN "B" MOVE 3.0 TO quality-points
		WHEN "C" MOVE 2.0 TO quality-points
		WHEN "D" MOVE 1.0 TO quality-points
		WHEN OTHER MOVE 0.0 TO quality-points
	END-EVALUATE.
DONE-GRADE-TO-QUALITY-POINTS.

Stop Run.
End Program Class11d.

*>-----------------------
*> Grade-change requests: the one path for changing a grade once the
*> term has been graded -- an incomplete resolved, or an instructor's
*> correction after Class11a has archived the term to STUHIST.DAT.
*> GREQ files a request on GRADECHG.DAT (key, grade on file, new
*> grade, reason, who asked); GAPR approves or rejects one, and an
*> approval rewrites the record wherever it now lives, stuidx.dat or
*> STUHIST.DAT, with before/after images on AUDIT.DAT; GREG prints
*> the register of pending, approved and rejected requests.
*> Reason codes: INCR incomplete resolved, CORR instructor
*> correction, APPL grade appeal upheld, ADMN administrative.

Identification Division.
Program-id. Class11u.
Environment Division.
Input-output section.
file-control.
	select grade-change-file
            assign "GRADECHG.DAT"
            organization indexed
            access dynamic record key is gc-request-number
            file status is grade-change-status.

	select data-file
            assign "stuidx.dat"
            organization indexed
            access dynamic record key is student-id-course
            alternate record key is student-course with duplicates
            alternate record key is student-id with duplicates
            file status is data-file-status.

	select history-file
            assign "STUHIST.DAT"
            organization indexed
            access dynamic record key is hist-id-course
            file status is history-file-status.

	select audit-file
            assign "AUDIT.DAT"
            organization line sequential
            file status is audit-file-status.

	select print-file
            assign "CLASS11U.RPT"
            organization line sequential.

Data Division.
File Section.
FD grade-change-file.
	01 grade-change-record.
		02 gc-request-number PIC 9(5).
		02 gc-id-course.
			03 gc-student-id PIC XXXX.
			03 gc-term PIC X(3).
			03 gc-course PIC X(5).
		02 gc-old-grade PIC X. *> the grade on file when requested
		02 gc-new-grade PIC X.
		02 gc-reason-code PIC X(4).
		02 gc-requested-by PIC X(10).
		02 gc-request-date PIC 9(8).
		02 gc-status PIC X.
			88 gc-pending value "P".
			88 gc-approved value "A".
			88 gc-rejected value "R".
		02 gc-decided-by PIC X(10).
		02 gc-decision-date PIC 9(8).
		02 gc-applied-to PIC X. *> S stuidx.dat, H STUHIST.DAT
		02 gc-decision-note PIC X(30).

FD data-file.
	01 student-record.
		02 student-id-course.
			03 student-id PIC XXXX.
			03 student-term PIC X(3). *> yyT (year + term 1-3), so
				*> plain key order is chronological
			03 student-course PIC XXXXX.
		02 final-grade pic X.

FD history-file.
	01 history-record.
		02 hist-id-course.
			03 hist-student-id PIC XXXX.
			03 hist-term PIC X(3).
			03 hist-course PIC XXXXX.
		02 hist-grade PIC X.

*> Before/after audit trail, the layout Class11 writes.
FD audit-file.
	01 audit-record PIC X(120).

FD print-file.
	01 print-record PIC X(132).

Working-Storage Section.
01 command PIC X(6).
01 grade-change-status PIC XX.
01 data-file-status PIC XX.
01 history-file-status PIC XX.
01 confirm-answer PIC X.
	88 confirm-yes value "Y" "y".

*> what the operator typed for a new request, held while the file is
*> walked for the next request number.
01 change-target-key PIC X(12). *> id + term + course
01 entered-new-grade PIC X.
	88 valid-new-grade value "A" "B" "C" "D" "F" "I".
01 entered-reason-code PIC X(4).
	88 valid-reason-code value "INCR" "CORR" "APPL" "ADMN".
01 entered-requested-by PIC X(10).
01 next-request-number PIC 9(5).
01 pending-duplicate-switch PIC X.
	88 pending-duplicate value "Y".

*> where LOCATE-GRADE-RECORD found the key: S stuidx.dat, H
*> STUHIST.DAT, N neither -- and the grade it carries there.
01 located-in PIC X.
01 located-grade PIC X.

01 entered-request-number PIC 9(5).
01 entered-decided-by PIC X(10).
01 decision-answer PIC X.
01 today-date PIC 9(8).
01 change-applied-switch PIC X.
	88 change-applied value "Y".

01 audit-action PIC X(8).
01 audit-before-image PIC X(13).
01 audit-after-image PIC X(13).
01 audit-file-status PIC XX.
01 audit-date PIC 9(8).
01 audit-time PIC 9(8).
01 audit-note PIC X(40) VALUE SPACES.

01 report-line PIC X(132).
01 report-run-date PIC 9(8).
01 report-page-number PIC 9(3) VALUE 0.
01 report-line-count PIC 9(2) VALUE 99.
01 report-page-depth PIC 9(2) VALUE 55.
01 register-status PIC X.
01 register-section-count PIC 9(5).
01 pending-count PIC 9(5) VALUE 0.
01 approved-count PIC 9(5) VALUE 0.
01 rejected-count PIC 9(5) VALUE 0.
01 requests-read PIC 9(7) VALUE 0.

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
EVAL-COMMANDS.
	Display "GREQ, GAPR, GREG, EXIT ? :" with no advancing
	Accept command.
	Evaluate command

		when "GREQ"
			Display "Filing a grade-change request"
			PERFORM grade-change-request

		when "GAPR"
			Display "Deciding a grade-change request"
			PERFORM grade-change-decide

		when "GREG"
			Display "Printing the grade-change register"
			PERFORM grade-change-register

		when "EXIT"
			Display "Exiting"
			Stop Run

		when other
			Display "Invalid command"

		END-EVALUATE.
DONE-EVAL-COMMANDS.

Stop Run.

GRADE-CHANGE-REQUEST. *>files a pending request against the grade on file
	DISPLAY "Enter the student-id-term-course to change: ".
	ACCEPT change-target-key.
	DISPLAY "Enter the new grade (A-D, F or I): ".
	ACCEPT entered-new-grade.
	DISPLAY "Enter the reason code (INCR, CORR, APPL, ADMN): ".
	ACCEPT entered-reason-code.
	DISPLAY "Enter who is requesting the change: ".
	ACCEPT entered-requested-by.

	IF NOT valid-new-grade THEN
		DISPLAY "New grade must be A, B, C, D, F or I"
	ELSE
		IF NOT valid-reason-code THEN
			DISPLAY "Reason code must be INCR, CORR, APPL or ADMN"
		ELSE
			PERFORM LOCATE-GRADE-RECORD
			EVALUATE TRUE
				WHEN located-in = "N"
					DISPLAY "Key not on stuidx.dat or STUHIST.DAT"
				WHEN located-grade = entered-new-grade
					DISPLAY "Grade on file is already " located-grade
				WHEN OTHER
					PERFORM FILE-GRADE-CHANGE-REQUEST
			END-EVALUATE
		END-IF
	END-IF.
DONE-GRADE-CHANGE-REQUEST.

FILE-GRADE-CHANGE-REQUEST.
	*> GRADECHG.DAT does not exist yet on a fresh system -- OPEN I-O
	*> against a missing file comes back status 35, so create it with
	*> OPEN OUTPUT and reopen it I-O for the walk below.
	OPEN I-O grade-change-file.
	IF grade-change-status = "35" THEN
		OPEN OUTPUT grade-change-file
		CLOSE grade-change-file
		OPEN I-O grade-change-file
	END-IF.

	PERFORM FIND-NEXT-REQUEST-NUMBER.
	IF pending-duplicate THEN
		DISPLAY "A request for " change-target-key
			" is already pending -- decide it with GAPR first"
	ELSE
		MOVE next-request-number TO gc-request-number
		MOVE change-target-key TO gc-id-course
		MOVE located-grade TO gc-old-grade
		MOVE entered-new-grade TO gc-new-grade
		MOVE entered-reason-code TO gc-reason-code
		MOVE entered-requested-by TO gc-requested-by
		ACCEPT gc-request-date FROM DATE YYYYMMDD
		MOVE "P" TO gc-status
		MOVE SPACES TO gc-decided-by
		MOVE 0 TO gc-decision-date
		MOVE SPACE TO gc-applied-to
		MOVE SPACES TO gc-decision-note

		WRITE grade-change-record
			INVALID KEY DISPLAY "Request number already on file"
			NOT INVALID KEY
				DISPLAY "Grade-change request " gc-request-number
					" filed: " located-grade " to " entered-new-grade
		END-WRITE
	END-IF.
	CLOSE grade-change-file.
DONE-FILE-GRADE-CHANGE-REQUEST.

FIND-NEXT-REQUEST-NUMBER. *> walks the requests to the end: the new
	*> one takes the last number plus one.  A request still pending for
	*> the same key blocks a second one.
	MOVE 1 TO next-request-number.
	MOVE "N" TO pending-duplicate-switch.
	MOVE 0 TO gc-request-number.

	START grade-change-file KEY IS GREATER THAN gc-request-number
		INVALID KEY CONTINUE
		NOT INVALID KEY
			PERFORM FOREVER
				READ grade-change-file NEXT
					AT END EXIT PERFORM
					NOT AT END
						IF gc-pending AND
								gc-id-course = change-target-key THEN
							SET pending-duplicate TO TRUE
						END-IF
						COMPUTE next-request-number = gc-request-number + 1
				END-READ

				*> a read error runs neither phrase above -- bail
				*> out rather than spin on it.
				IF grade-change-status NOT = "00" THEN
					EXIT PERFORM
				END-IF
			END-PERFORM
	END-START.
DONE-FIND-NEXT-REQUEST-NUMBER.

LOCATE-GRADE-RECORD. *> sets located-in and located-grade for
	*> change-target-key -- the live file first, since a term is only
	*> archived once it is closed.
	MOVE "N" TO located-in.
	MOVE SPACE TO located-grade.

	OPEN INPUT data-file.
	IF data-file-status = "00" THEN
		MOVE change-target-key TO student-id-course
		READ data-file
			KEY IS student-id-course
			INVALID KEY CONTINUE
			NOT INVALID KEY
				MOVE "S" TO located-in
				MOVE final-grade TO located-grade
		END-READ
		CLOSE data-file
	END-IF.

	IF located-in = "N" THEN
		OPEN INPUT history-file
		IF history-file-status = "00" THEN
			MOVE change-target-key TO hist-id-course
			READ history-file
				KEY IS hist-id-course
				INVALID KEY CONTINUE
				NOT INVALID KEY
					MOVE "H" TO located-in
					MOVE hist-grade TO located-grade
			END-READ
			CLOSE history-file
		END-IF
	END-IF.
DONE-LOCATE-GRADE-RECORD.

GRADE-CHANGE-DECIDE. *>approves (and applies) or rejects one request
	DISPLAY "Enter the request number to decide: ".
	ACCEPT entered-request-number.
	DISPLAY "Enter who is deciding: ".
	ACCEPT entered-decided-by.

	OPEN I-O grade-change-file.
	IF grade-change-status NOT = "00" THEN
		DISPLAY "Grade changes GRADECHG.DAT unavailable (status "
			grade-change-status ") -- use GREQ to build it"
	ELSE
		MOVE entered-request-number TO gc-request-number
		READ grade-change-file
			KEY IS gc-request-number
			INVALID KEY DISPLAY "Request number not on file"
			NOT INVALID KEY
				IF NOT gc-pending THEN
					DISPLAY "Request already decided: " grade-change-record
				ELSE
					PERFORM DECIDE-PENDING-REQUEST
				END-IF
		END-READ
		CLOSE grade-change-file
	END-IF.
DONE-GRADE-CHANGE-DECIDE.

DECIDE-PENDING-REQUEST.
	DISPLAY "Request: " gc-id-course " " gc-old-grade " to "
		gc-new-grade " reason " gc-reason-code " by " gc-requested-by.
	DISPLAY "Approve or reject (A/R): " with no advancing.
	ACCEPT decision-answer.

	ACCEPT today-date FROM DATE YYYYMMDD.
	EVALUATE decision-answer
		WHEN "A"
		WHEN "a"
			PERFORM APPLY-GRADE-CHANGE
			IF change-applied THEN
				MOVE "A" TO gc-status
				MOVE "APPLIED" TO gc-decision-note
				DISPLAY "Grade changed on "
					gc-applied-to " (S = stuidx.dat, H = STUHIST.DAT)"
			ELSE
				*> the grade moved on since the request was filed (or
				*> the record is gone) -- the request no longer
				*> describes the file, so it cannot be approved.
				MOVE "R" TO gc-status
				DISPLAY "Request rejected -- " gc-decision-note
			END-IF
		WHEN "R"
		WHEN "r"
			DISPLAY "Enter the reason for rejecting: "
			ACCEPT gc-decision-note
			MOVE "R" TO gc-status
			DISPLAY "Request rejected"
		WHEN OTHER
			DISPLAY "Decision cancelled -- request left pending"
	END-EVALUATE.

	IF NOT gc-pending THEN
		MOVE entered-decided-by TO gc-decided-by
		MOVE today-date TO gc-decision-date
		REWRITE grade-change-record
		END-REWRITE
	END-IF.
DONE-DECIDE-PENDING-REQUEST.

APPLY-GRADE-CHANGE. *> rewrites the grade wherever the key now lives,
	*> provided it still carries the grade the request was filed
	*> against.  GCHG on stuidx.dat is replayed by Class11r like an
	*> UPDATE; GCHGHIST on STUHIST.DAT is not (Class11r rebuilds
	*> stuidx.dat only).
	MOVE "N" TO change-applied-switch.
	MOVE "N" TO located-in.
	MOVE SPACES TO audit-note.
	STRING "REQ " gc-request-number " " gc-reason-code
		" APPROVED BY " entered-decided-by
		DELIMITED BY SIZE INTO audit-note.

	OPEN I-O data-file.
	IF data-file-status = "00" THEN
		MOVE gc-id-course TO student-id-course
		READ data-file
			KEY IS student-id-course
			INVALID KEY CONTINUE
			NOT INVALID KEY
				MOVE "S" TO located-in
				IF final-grade NOT = gc-old-grade THEN
					MOVE SPACES TO gc-decision-note
					STRING "GRADE ON stuidx.dat NOW " final-grade
						DELIMITED BY SIZE INTO gc-decision-note
				ELSE
					MOVE student-record TO audit-before-image
					MOVE gc-new-grade TO final-grade
					REWRITE student-record
					END-REWRITE
					MOVE student-record TO audit-after-image
					MOVE "GCHG" TO audit-action
					PERFORM WRITE-AUDIT-RECORD
					MOVE "S" TO gc-applied-to
					SET change-applied TO TRUE
				END-IF
		END-READ
		CLOSE data-file
	END-IF.

	IF located-in = "N" THEN
		OPEN I-O history-file
		IF history-file-status = "00" THEN
			MOVE gc-id-course TO hist-id-course
			READ history-file
				KEY IS hist-id-course
				INVALID KEY CONTINUE
				NOT INVALID KEY
					MOVE "H" TO located-in
					IF hist-grade NOT = gc-old-grade THEN
						MOVE SPACES TO gc-decision-note
						STRING "GRADE ON STUHIST.DAT NOW " hist-grade
							DELIMITED BY SIZE INTO gc-decision-note
					ELSE
						MOVE history-record TO audit-before-image
						MOVE gc-new-grade TO hist-grade
						REWRITE history-record
						END-REWRITE
						MOVE history-record TO audit-after-image
						MOVE "GCHGHIST" TO audit-action
						PERFORM WRITE-AUDIT-RECORD
						MOVE "H" TO gc-applied-to
						SET change-applied TO TRUE
					END-IF
			END-READ
			CLOSE history-file
		END-IF
	END-IF.

	IF located-in = "N" THEN
		MOVE "NOT ON stuidx.dat OR STUHIST.DAT" TO gc-decision-note
	END-IF.
	MOVE SPACES TO audit-note.
DONE-APPLY-GRADE-CHANGE.

GRADE-CHANGE-REGISTER. *>prints every request, grouped by status
	OPEN INPUT grade-change-file.
	IF grade-change-status NOT = "00" THEN
		DISPLAY "Grade changes GRADECHG.DAT unavailable (status "
			grade-change-status ") -- use GREQ to build it"
	ELSE
		ACCEPT report-run-date FROM DATE YYYYMMDD
		OPEN OUTPUT print-file

		MOVE "Class11u" TO jlr-program-name
		MOVE "START" TO jlr-action
		MOVE SPACES TO jlr-status
		MOVE "GRADECHG.DAT" TO jlr-input-file
		MOVE 0 TO jlr-records-read
		MOVE 0 TO jlr-records-written
		MOVE 0 TO jlr-records-rejected
		CALL "joblog" USING job-log-request

		MOVE "P" TO register-status
		PERFORM REGISTER-ONE-STATUS
		MOVE register-section-count TO pending-count
		MOVE "A" TO register-status
		PERFORM REGISTER-ONE-STATUS
		MOVE register-section-count TO approved-count
		MOVE "R" TO register-status
		PERFORM REGISTER-ONE-STATUS
		MOVE register-section-count TO rejected-count

		MOVE SPACES TO report-line
		PERFORM PRINT-REPORT-LINE
		MOVE SPACES TO report-line
		STRING "END OF REPORT -- PENDING: " pending-count
			"  APPROVED: " approved-count
			"  REJECTED: " rejected-count
			DELIMITED BY SIZE INTO report-line
		PERFORM PRINT-REPORT-LINE

		CLOSE print-file
		CLOSE grade-change-file
		MOVE "Class11u" TO jlr-program-name
		MOVE "END" TO jlr-action
		MOVE "OK" TO jlr-status
		MOVE "GRADECHG.DAT" TO jlr-input-file
		MOVE requests-read TO jlr-records-read
		COMPUTE jlr-records-written =
			pending-count + approved-count + rejected-count
		MOVE 0 TO jlr-records-rejected
		CALL "joblog" USING job-log-request

		DISPLAY "Pending: " pending-count "  approved: " approved-count
			"  rejected: " rejected-count
		DISPLAY "Grade-change register written to CLASS11U.RPT"
	END-IF.
DONE-GRADE-CHANGE-REGISTER.

REGISTER-ONE-STATUS. *> one pass of the file in request-number order,
	*> printing the requests in register-status under their banner.
	MOVE 0 TO register-section-count.
	MOVE SPACES TO report-line.
	PERFORM PRINT-REPORT-LINE.
	EVALUATE register-status
		WHEN "P" MOVE "PENDING" TO report-line
		WHEN "A" MOVE "APPROVED" TO report-line
		WHEN "R" MOVE "REJECTED" TO report-line
	END-EVALUATE.
	PERFORM PRINT-REPORT-LINE.

	MOVE 0 TO gc-request-number.
	START grade-change-file KEY IS GREATER THAN gc-request-number
		INVALID KEY CONTINUE
		NOT INVALID KEY
			PERFORM FOREVER
				READ grade-change-file NEXT
					AT END EXIT PERFORM
					NOT AT END
						*> each pass reads the whole file -- count
						*> the requests on the first one only.
						IF register-status = "P" THEN
							ADD 1 TO requests-read
						END-IF
						IF gc-status = register-status THEN
							PERFORM PRINT-REGISTER-LINE
						END-IF
				END-READ

				IF grade-change-status NOT = "00" THEN
					EXIT PERFORM
				END-IF
			END-PERFORM
	END-START.

	IF register-section-count = 0 THEN
		MOVE "  (NONE)" TO report-line
		PERFORM PRINT-REPORT-LINE
	END-IF.
DONE-REGISTER-ONE-STATUS.

PRINT-REGISTER-LINE.
	ADD 1 TO register-section-count.
	MOVE SPACES TO report-line.
	STRING "  " gc-request-number "  " gc-student-id " " gc-term
		" " gc-course "   " gc-old-grade "   " gc-new-grade
		"   " gc-reason-code "  " gc-requested-by " " gc-request-date
		"  " gc-decided-by " " gc-decision-date
		"  " gc-applied-to "  " gc-decision-note
		DELIMITED BY SIZE INTO report-line.
	PERFORM PRINT-REPORT-LINE.
DONE-PRINT-REGISTER-LINE.

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
	STRING "GRADE-CHANGE REGISTER   RUN DATE " report-run-date
		"   INPUT GRADECHG.DAT   PAGE " report-page-number
		DELIMITED BY SIZE INTO print-record.
	WRITE print-record.
	MOVE SPACES TO print-record.
	STRING "  REQ#   ID   TRM CRS    OLD NEW  RSN   REQUESTED  ON  "
		"      DECIDED BY ON        F  NOTE"
		DELIMITED BY SIZE INTO print-record.
	WRITE print-record.
	MOVE SPACES TO print-record.
	WRITE print-record.
	MOVE 3 TO report-line-count.
DONE-PRINT-PAGE-HEADING.

WRITE-AUDIT-RECORD. *>appends a before/after image, as Class11 does
	ACCEPT audit-date FROM DATE YYYYMMDD.
	ACCEPT audit-time FROM TIME.

	MOVE SPACES TO audit-record.
	STRING audit-date "-" audit-time " " audit-action
		" BEFORE=" audit-before-image
		" AFTER=" audit-after-image
		DELIMITED BY SIZE INTO audit-record.
	*> any note rides after the fixed columns, which is all Class11r
	*> reads.
	IF audit-note NOT = SPACES THEN
		MOVE " NOTE=" TO audit-record(68:6)
		MOVE audit-note TO audit-record(74:40)
	END-IF.

	*> AUDIT.DAT does not exist yet on a fresh system -- OPEN EXTEND
	*> against a missing file comes back status 35, so create it with
	*> OPEN OUTPUT first and fall back to that before giving up on it.
	OPEN EXTEND audit-file.
	IF audit-file-status = "35" THEN
		OPEN OUTPUT audit-file
	END-IF.
	WRITE audit-record.
	CLOSE audit-file.
DONE-WRITE-AUDIT-RECORD.

Stop Run.
End Program Class11u.

*>-----------------------
*> Term billing: walks one term's enrollments on stuidx.dat by the
*> student-id alternate key, prices each student's credit hours off
*> CRSMAST.DAT against the term's FEESCHED.DAT (tuition per credit up
*> to the full-time cap, plus the flat registration and activity
*> fees), and prints a statement per student with the name off
*> STUMAST.DAT.  Each bill goes to the bursar on BURSEXT.DAT in the
*> shape Class10x uses for the website:
*>   H|CLASS11F|yyyymmdd-hhmmsshh|term
*>   D|id|term|kind|credits|tuition|fees|amount
*>   T|<detail count>|<sum of the amounts>
*> BILLHIST.DAT remembers what each student has been billed for the
*> term, so a rerun after drops and adds sends only the difference:
*> kind B is a first bill for the full amount, kind A an adjustment
*> (negative for a credit), and a student already billed whose total
*> has not moved sends nothing.  A student billed before who has no
*> enrollments left for the term is credited the whole bill.  A
*> course not on the catalog, or still at 0 credit hours after the
*> Class11k conversion, bills no tuition and is flagged on the
*> statement, and the run ends WARN on JOBLOG.DAT.

Identification Division.
Program-id. Class11f.
Environment Division.
Input-output section.
file-control.
	select data-file
            assign "stuidx.dat"
            organization indexed
            access dynamic record key is student-id-course
            alternate record key is student-course with duplicates
            alternate record key is student-id with duplicates
            file status is data-file-status.

	select student-master-file
            assign "STUMAST.DAT"
            organization indexed
            access dynamic record key is master-student-id
            file status is student-master-status.

	select course-master-file
            assign "CRSMAST.DAT"
            organization indexed
            access dynamic record key is catalog-course-id
            file status is course-master-status.

	select fee-schedule-file
            assign "FEESCHED.DAT"
            organization indexed
            access dynamic record key is fee-term
            file status is fee-schedule-status.

	select bill-history-file
            assign "BILLHIST.DAT"
            organization indexed
            access dynamic record key is bh-key
            file status is bill-history-status.

	select print-file
            assign "CLASS11F.RPT"
            organization line sequential.

	select bursar-extract-file
            assign "BURSEXT.DAT"
            organization line sequential.

Data Division.
File Section.
FD data-file.
	01 student-record.
		02 student-id-course.
			03 student-id PIC XXXX.
			03 student-term PIC X(3). *> yyT (year + term 1-3), so
				*> plain key order is chronological
			03 student-course PIC XXXXX.
		02 final-grade pic X.

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

FD fee-schedule-file.
	01 fee-schedule-record.
		02 fee-term PIC X(3).
		02 fee-per-credit PIC 9(4)V99.
		02 fee-registration PIC 9(4)V99.
		02 fee-activity PIC 9(4)V99.
		02 fee-full-time-credits PIC 99. *> 0 = no cap

*> one record per term and student billed: what the bursar has been
*> sent so far, and the run that last looked at it.
FD bill-history-file.
	01 bill-history-record.
		02 bh-key.
			03 bh-term PIC X(3).
			03 bh-student-id PIC XXXX.
		02 bh-billed-credits PIC 9(3).
		02 bh-billed-amount PIC 9(6)V99.
		02 bh-last-run-stamp PIC X(17).

FD print-file.
	01 print-record PIC X(80).

FD bursar-extract-file.
	01 bursar-extract-record PIC X(100).

Working-Storage Section.
01 data-file-status PIC XX.
01 student-master-status PIC XX.
01 master-file-open-switch PIC X VALUE "N".
	88 master-file-is-open value "Y".
01 course-master-status PIC XX.
01 fee-schedule-status PIC XX.
01 bill-history-status PIC XX.
01 start-ok-switch PIC X VALUE "Y".
	88 start-was-ok VALUE "Y".

01 billing-term PIC X(3).
01 extract-date PIC 9(8).
01 extract-time PIC 9(8).
01 run-stamp PIC X(17).

*> the student the statement break is accumulating -- the student-id
*> alternate key brings one student's enrollments together.
01 current-student-id PIC XXXX.
01 student-in-progress-switch PIC X VALUE "N".
	88 student-in-progress VALUE "Y".
01 statement-student-name PIC X(20).
01 student-credits PIC 9(3).
01 billable-credits PIC 9(3).
01 tuition-amount PIC 9(6)V99.
01 fees-amount PIC 9(5)V99.
01 term-total-amount PIC 9(6)V99.
01 previous-amount PIC 9(6)V99.
01 adjustment-amount PIC S9(6)V99.
01 billed-before-switch PIC X.
	88 billed-before value "Y".
01 extract-kind PIC X. *> B first bill, A adjustment

01 course-credit-hours PIC 99.
01 not-on-catalog-note PIC X(20).

*> STRING moves the stored digits as-is, so amounts need an edited
*> picture to land on the statement and the extract with their point.
01 statement-label PIC X(36).
01 statement-amount PIC S9(6)V99.
01 statement-amount-display PIC -ZZZ,ZZ9.99.
01 rate-display PIC Z,ZZ9.99.
01 extract-amount-display PIC +9(6).99.
01 extract-tuition-display PIC 9(6).99.
01 extract-fees-display PIC 9(5).99.
01 extract-total-display PIC +9(8).99.

01 enrollments-read PIC 9(7) VALUE 0.
01 students-billed PIC 9(5) VALUE 0.
01 students-adjusted PIC 9(5) VALUE 0.
01 students-unchanged PIC 9(5) VALUE 0.
01 students-credited PIC 9(5) VALUE 0.
01 not-on-catalog-count PIC 9(5) VALUE 0.
01 extract-detail-count PIC 9(5) VALUE 0.
01 extract-amount-total PIC S9(8)V99 VALUE 0.

01 report-line PIC X(80).
01 report-run-date PIC 9(8).
01 report-page-number PIC 9(3) VALUE 0.
01 report-line-count PIC 9(2) VALUE 99.
01 report-page-depth PIC 9(2) VALUE 55.
*> second heading line -- the student the statement is for.
01 heading-detail PIC X(80).

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
BILL-TERM-ENROLLMENTS.
	DISPLAY "Enter the term to bill (yyT): " with no advancing.
	ACCEPT billing-term.

	OPEN INPUT fee-schedule-file.
	IF fee-schedule-status NOT = "00" THEN
		DISPLAY "Fee schedules FEESCHED.DAT unavailable (status "
			fee-schedule-status ") -- use FADD in Class11 to build it"
		STOP RUN
	END-IF.
	MOVE billing-term TO fee-term.
	READ fee-schedule-file
		KEY IS fee-term
		INVALID KEY
			DISPLAY "No fee schedule for term " billing-term
				" -- use FADD in Class11 first"
			CLOSE fee-schedule-file
			STOP RUN
	END-READ.

	OPEN INPUT data-file.
	IF data-file-status NOT = "00" THEN
		DISPLAY "Cannot open stuidx.dat (status " data-file-status ")"
		STOP RUN
	END-IF.

	*> no credit hours, no bill -- the catalog is not optional here.
	OPEN INPUT course-master-file.
	IF course-master-status NOT = "00" THEN
		DISPLAY "Course catalog CRSMAST.DAT unavailable (status "
			course-master-status ") -- use CADD in Class11 to build it"
		STOP RUN
	END-IF.

	OPEN INPUT student-master-file.
	IF student-master-status = "00" THEN
		SET master-file-is-open TO TRUE
	ELSE
		DISPLAY "Student master STUMAST.DAT unavailable (status "
			student-master-status ") -- names will be flagged missing"
	END-IF.

	*> BILLHIST.DAT does not exist before the first billing run --
	*> create it empty and reopen it for the reads below.
	OPEN I-O bill-history-file.
	IF bill-history-status = "35" THEN
		OPEN OUTPUT bill-history-file
		CLOSE bill-history-file
		OPEN I-O bill-history-file
	END-IF.

	ACCEPT report-run-date FROM DATE YYYYMMDD.
	ACCEPT extract-date FROM DATE YYYYMMDD.
	ACCEPT extract-time FROM TIME.
	MOVE SPACES TO run-stamp.
	STRING extract-date "-" extract-time DELIMITED BY SIZE
		INTO run-stamp.

	OPEN OUTPUT print-file.
	OPEN OUTPUT bursar-extract-file.
	MOVE SPACES TO bursar-extract-record.
	STRING "H|CLASS11F|" run-stamp "|" billing-term DELIMITED BY SIZE
		INTO bursar-extract-record.
	WRITE bursar-extract-record.

	MOVE "Class11f" TO jlr-program-name.
	MOVE "START" TO jlr-action.
	MOVE SPACES TO jlr-status.
	MOVE "stuidx.dat" TO jlr-input-file.
	MOVE 0 TO jlr-records-read.
	MOVE 0 TO jlr-records-written.
	MOVE 0 TO jlr-records-rejected.
	CALL "joblog" USING job-log-request.

	MOVE SPACES TO student-id.
	START data-file KEY IS NOT LESS THAN student-id
		INVALID KEY
			MOVE "N" TO start-ok-switch
			DISPLAY "No enrollment records found"
	END-START.

	IF start-was-ok THEN
		PERFORM FOREVER
			READ data-file NEXT
				AT END EXIT PERFORM
				NOT AT END PERFORM BILL-ONE-ENROLLMENT
			END-READ

			*> a read error runs neither phrase above -- bail out
			*> rather than spin on it.
			IF data-file-status NOT = "00" THEN
				EXIT PERFORM
			END-IF
		END-PERFORM
	END-IF.

	IF student-in-progress THEN
		PERFORM FINISH-STUDENT-STATEMENT
	END-IF.

	PERFORM CREDIT-DROPPED-STUDENTS.

	MOVE extract-amount-total TO extract-total-display.
	MOVE SPACES TO bursar-extract-record.
	STRING "T|" extract-detail-count "|" extract-total-display
		DELIMITED BY SIZE INTO bursar-extract-record.
	WRITE bursar-extract-record.

	MOVE SPACES TO heading-detail.
	MOVE 99 TO report-line-count.
	MOVE SPACES TO report-line.
	STRING "END OF REPORT -- BILLED: " students-billed
		"  ADJUSTED: " students-adjusted
		"  UNCHANGED: " students-unchanged
		"  CREDITED: " students-credited
		DELIMITED BY SIZE INTO report-line.
	PERFORM PRINT-REPORT-LINE.
	MOVE SPACES TO report-line.
	STRING "BURSAR EXTRACT RECORDS: " extract-detail-count
		"  NET AMOUNT: " extract-total-display
		DELIMITED BY SIZE INTO report-line.
	PERFORM PRINT-REPORT-LINE.
	MOVE SPACES TO report-line.
	STRING "COURSES NOT ON CATALOG OR AT 0 CREDITS: "
		not-on-catalog-count
		DELIMITED BY SIZE INTO report-line.
	PERFORM PRINT-REPORT-LINE.

	CLOSE print-file.
	CLOSE bursar-extract-file.
	CLOSE data-file.
	CLOSE course-master-file.
	CLOSE fee-schedule-file.
	CLOSE bill-history-file.
	IF master-file-is-open THEN
		CLOSE student-master-file
	END-IF.
	MOVE "Class11f" TO jlr-program-name.
	MOVE "END" TO jlr-action.
	IF not-on-catalog-count > 0 THEN
		MOVE "WARN" TO jlr-status
	ELSE
		MOVE "OK" TO jlr-status
	END-IF.
	MOVE "stuidx.dat" TO jlr-input-file.
	MOVE enrollments-read TO jlr-records-read.
	MOVE extract-detail-count TO jlr-records-written.
	MOVE not-on-catalog-count TO jlr-records-rejected.
	CALL "joblog" USING job-log-request.

	DISPLAY "Term " billing-term " billing run " run-stamp.
	DISPLAY "  First bills:  " students-billed.
	DISPLAY "  Adjustments:  " students-adjusted.
	DISPLAY "  Unchanged:    " students-unchanged.
	DISPLAY "  Credited:     " students-credited.
	DISPLAY "  Statements written to CLASS11F.RPT".
	DISPLAY "  Bursar extract written to BURSEXT.DAT".
DONE-BILL-TERM-ENROLLMENTS.

Stop Run.

BILL-ONE-ENROLLMENT.
*> only the term being billed counts; a change of student closes out
*> the running statement and opens the next one.
	ADD 1 TO enrollments-read.
	IF student-term = billing-term THEN
		IF NOT student-in-progress THEN
			SET student-in-progress TO TRUE
			MOVE student-id TO current-student-id
			PERFORM START-STUDENT-STATEMENT
		ELSE
			IF student-id NOT = current-student-id THEN
				PERFORM FINISH-STUDENT-STATEMENT
				MOVE student-id TO current-student-id
				PERFORM START-STUDENT-STATEMENT
			END-IF
		END-IF
		PERFORM BILL-ONE-COURSE
	END-IF.
DONE-BILL-ONE-ENROLLMENT.

START-STUDENT-STATEMENT.
*> every statement starts a fresh page.
	MOVE 0 TO student-credits.
	PERFORM LOOKUP-STUDENT-NAME.

	MOVE SPACES TO heading-detail.
	STRING "STUDENT " current-student-id "  " statement-student-name
		"  TERM " billing-term
		DELIMITED BY SIZE INTO heading-detail.
	MOVE 99 TO report-line-count.

	MOVE "  COURSE  TITLE                 CREDITS  GRADE" TO report-line.
	PERFORM PRINT-REPORT-LINE.
DONE-START-STUDENT-STATEMENT.

LOOKUP-STUDENT-NAME.
	MOVE "(NOT ON MASTER)" TO statement-student-name.
	IF master-file-is-open THEN
		MOVE current-student-id TO master-student-id
		READ student-master-file
			KEY IS master-student-id
			INVALID KEY CONTINUE
			NOT INVALID KEY
				MOVE master-student-name TO statement-student-name
		END-READ
	END-IF.
DONE-LOOKUP-STUDENT-NAME.

BILL-ONE-COURSE.
	MOVE SPACES TO not-on-catalog-note.
	MOVE 0 TO course-credit-hours.
	MOVE student-course TO catalog-course-id.
	READ course-master-file
		KEY IS catalog-course-id
		INVALID KEY
			MOVE SPACES TO catalog-course-title
			MOVE "** NOT ON CATALOG **" TO not-on-catalog-note
			ADD 1 TO not-on-catalog-count
		NOT INVALID KEY
			MOVE catalog-credit-hours TO course-credit-hours
			*> a converted catalog carries 0 until CUPD sets the
			*> hours -- that is missing data, not a free course.
			IF catalog-credit-hours = 0 THEN
				MOVE "** 0 CREDIT HOURS **" TO not-on-catalog-note
				ADD 1 TO not-on-catalog-count
			END-IF
	END-READ.
	ADD course-credit-hours TO student-credits.

	MOVE SPACES TO report-line.
	STRING "  " student-course "   " catalog-course-title
		"  " course-credit-hours "       " final-grade
		"  " not-on-catalog-note
		DELIMITED BY SIZE INTO report-line.
	PERFORM PRINT-REPORT-LINE.
DONE-BILL-ONE-COURSE.

FINISH-STUDENT-STATEMENT.
*> price the student's credits, then settle against what BILLHIST.DAT
*> says the bursar has already been sent for the term.
	MOVE student-credits TO billable-credits.
	IF fee-full-time-credits > 0 AND
			student-credits > fee-full-time-credits THEN
		MOVE fee-full-time-credits TO billable-credits
	END-IF.
	COMPUTE tuition-amount = billable-credits * fee-per-credit.
	COMPUTE fees-amount = fee-registration + fee-activity.
	COMPUTE term-total-amount = tuition-amount + fees-amount.

	MOVE SPACES TO report-line.
	PERFORM PRINT-REPORT-LINE.
	MOVE SPACES TO report-line.
	IF billable-credits < student-credits THEN
		STRING "  CREDIT HOURS: " student-credits
			"   BILLED: " billable-credits
			" (FULL-TIME CAP " fee-full-time-credits ")"
			DELIMITED BY SIZE INTO report-line
	ELSE
		STRING "  CREDIT HOURS: " student-credits
			DELIMITED BY SIZE INTO report-line
	END-IF.
	PERFORM PRINT-REPORT-LINE.

	MOVE fee-per-credit TO rate-display.
	MOVE SPACES TO statement-label.
	STRING "TUITION " billable-credits " CREDITS AT " rate-display
		DELIMITED BY SIZE INTO statement-label.
	MOVE tuition-amount TO statement-amount.
	PERFORM PRINT-AMOUNT-LINE.
	MOVE "REGISTRATION FEE" TO statement-label.
	MOVE fee-registration TO statement-amount.
	PERFORM PRINT-AMOUNT-LINE.
	MOVE "ACTIVITY FEE" TO statement-label.
	MOVE fee-activity TO statement-amount.
	PERFORM PRINT-AMOUNT-LINE.
	MOVE "TERM TOTAL" TO statement-label.
	MOVE term-total-amount TO statement-amount.
	PERFORM PRINT-AMOUNT-LINE.

	MOVE billing-term TO bh-term.
	MOVE current-student-id TO bh-student-id.
	MOVE "Y" TO billed-before-switch.
	READ bill-history-file
		KEY IS bh-key
		INVALID KEY MOVE "N" TO billed-before-switch
	END-READ.

	IF NOT billed-before THEN
		MOVE "AMOUNT DUE THIS STATEMENT" TO statement-label
		MOVE term-total-amount TO statement-amount
		PERFORM PRINT-AMOUNT-LINE
		ADD 1 TO students-billed
		MOVE "B" TO extract-kind
		MOVE term-total-amount TO adjustment-amount
		PERFORM WRITE-BURSAR-DETAIL

		MOVE billing-term TO bh-term
		MOVE current-student-id TO bh-student-id
		MOVE student-credits TO bh-billed-credits
		MOVE term-total-amount TO bh-billed-amount
		MOVE run-stamp TO bh-last-run-stamp
		WRITE bill-history-record
			INVALID KEY
				DISPLAY "Billing history not written for "
					current-student-id
		END-WRITE
	ELSE
		MOVE bh-billed-amount TO previous-amount
		COMPUTE adjustment-amount = term-total-amount - previous-amount
		MOVE "PREVIOUSLY BILLED" TO statement-label
		MOVE previous-amount TO statement-amount
		PERFORM PRINT-AMOUNT-LINE
		MOVE "ADJUSTMENT THIS STATEMENT" TO statement-label
		MOVE adjustment-amount TO statement-amount
		PERFORM PRINT-AMOUNT-LINE
		IF adjustment-amount = 0 THEN
			ADD 1 TO students-unchanged
		ELSE
			ADD 1 TO students-adjusted
			MOVE "A" TO extract-kind
			PERFORM WRITE-BURSAR-DETAIL
		END-IF

		MOVE student-credits TO bh-billed-credits
		MOVE term-total-amount TO bh-billed-amount
		MOVE run-stamp TO bh-last-run-stamp
		REWRITE bill-history-record
		END-REWRITE
	END-IF.
DONE-FINISH-STUDENT-STATEMENT.

CREDIT-DROPPED-STUDENTS.
*> anyone billed for the term whom this run never reached has dropped
*> everything since -- credit the whole of the earlier bill.
	MOVE billing-term TO bh-term.
	MOVE SPACES TO bh-student-id.
	MOVE "Y" TO start-ok-switch.
	START bill-history-file KEY IS NOT LESS THAN bh-key
		INVALID KEY MOVE "N" TO start-ok-switch
	END-START.

	IF start-was-ok THEN
		PERFORM FOREVER
			READ bill-history-file NEXT
				AT END EXIT PERFORM
				NOT AT END
					IF bh-term NOT = billing-term THEN
						EXIT PERFORM
					END-IF
					IF bh-last-run-stamp NOT = run-stamp
							AND bh-billed-amount > 0 THEN
						PERFORM CREDIT-ONE-DROPPED-STUDENT
					END-IF
			END-READ

			IF bill-history-status NOT = "00" THEN
				EXIT PERFORM
			END-IF
		END-PERFORM
	END-IF.
DONE-CREDIT-DROPPED-STUDENTS.

CREDIT-ONE-DROPPED-STUDENT.
	MOVE bh-student-id TO current-student-id.
	PERFORM LOOKUP-STUDENT-NAME.
	MOVE SPACES TO heading-detail.
	STRING "STUDENT " current-student-id "  " statement-student-name
		"  TERM " billing-term
		DELIMITED BY SIZE INTO heading-detail.
	MOVE 99 TO report-line-count.

	MOVE "  NO ENROLLMENTS REMAIN FOR THE TERM" TO report-line.
	PERFORM PRINT-REPORT-LINE.
	MOVE SPACES TO report-line.
	PERFORM PRINT-REPORT-LINE.
	MOVE bh-billed-amount TO previous-amount.
	COMPUTE adjustment-amount = 0 - previous-amount.
	MOVE "PREVIOUSLY BILLED" TO statement-label.
	MOVE previous-amount TO statement-amount.
	PERFORM PRINT-AMOUNT-LINE.
	MOVE "ADJUSTMENT THIS STATEMENT" TO statement-label.
	MOVE adjustment-amount TO statement-amount.
	PERFORM PRINT-AMOUNT-LINE.

	MOVE 0 TO student-credits.
	MOVE 0 TO billable-credits.
	MOVE 0 TO tuition-amount.
	MOVE 0 TO fees-amount.
	MOVE "A" TO extract-kind.
	PERFORM WRITE-BURSAR-DETAIL.
	ADD 1 TO students-credited.

	MOVE 0 TO bh-billed-credits.
	MOVE 0 TO bh-billed-amount.
	MOVE run-stamp TO bh-last-run-stamp.
	REWRITE bill-history-record
	END-REWRITE.
DONE-CREDIT-ONE-DROPPED-STUDENT.

WRITE-BURSAR-DETAIL.
*> adjustment-amount carries the amount sent: the full bill on a B,
*> the difference on an A.
	ADD 1 TO extract-detail-count.
	ADD adjustment-amount TO extract-amount-total.
	MOVE adjustment-amount TO extract-amount-display.
	MOVE tuition-amount TO extract-tuition-display.
	MOVE fees-amount TO extract-fees-display.
	MOVE SPACES TO bursar-extract-record.
	STRING "D|" current-student-id "|" billing-term "|" extract-kind
		"|" billable-credits "|" extract-tuition-display
		"|" extract-fees-display "|" extract-amount-display
		DELIMITED BY SIZE INTO bursar-extract-record.
	WRITE bursar-extract-record.
DONE-WRITE-BURSAR-DETAIL.

PRINT-AMOUNT-LINE.
	MOVE statement-amount TO statement-amount-display.
	MOVE SPACES TO report-line.
	STRING "  " statement-label "  " statement-amount-display
		DELIMITED BY SIZE INTO report-line.
	PERFORM PRINT-REPORT-LINE.
DONE-PRINT-AMOUNT-LINE.

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
	STRING "TERM BILLING STATEMENTS   RUN DATE " report-run-date
		"   TERM " billing-term "   PAGE " report-page-number
		DELIMITED BY SIZE INTO print-record.
	WRITE print-record.
	MOVE heading-detail TO print-record.
	WRITE print-record.
	MOVE SPACES TO print-record.
	WRITE print-record.
	MOVE 3 TO report-line-count.
DONE-PRINT-PAGE-HEADING.

Stop Run.
End Program Class11f.

*>-----------------------
*> One-time catalog conversion: the course catalog record grew from
*> 28 bytes to 30 when catalog-credit-hours was added for billing,
*> and a CRSMAST.DAT built before then will not open at the new
*> length.  The operator renames the old catalog CRSMAST.OLD; this
*> reads it at the old layout and writes every course to a new
*> CRSMAST.DAT with credit hours 0, title and seat cap carried over.
*> The hours are then set course by course with CUPD -- Class11f
*> flags any course still at 0 rather than bill it no tuition.

Identification Division.
Program-id. Class11k.
Environment Division.
Input-output section.
file-control.
	select old-catalog-file
            assign "CRSMAST.OLD"
            organization indexed
            access dynamic record key is old-catalog-course-id
            file status is old-catalog-status.

	select course-master-file
            assign "CRSMAST.DAT"
            organization indexed
            access dynamic record key is catalog-course-id
            file status is course-master-status.

Data Division.
File Section.
*> the catalog record as it was before credit hours
FD old-catalog-file.
	01 old-course-master-record.
		02 old-catalog-course-id PIC X(5).
		02 old-catalog-course-title PIC X(20).
		02 old-catalog-max-seats PIC 9(3).

FD course-master-file.
	01 course-master-record.
		02 catalog-course-id PIC X(5).
		02 catalog-course-title PIC X(20).
		02 catalog-max-seats PIC 9(3).
		02 catalog-credit-hours PIC 99.

Working-Storage Section.
01 old-catalog-status PIC XX.
01 course-master-status PIC XX.
01 courses-read PIC 9(5) VALUE 0.
01 courses-converted PIC 9(5) VALUE 0.
01 conversion-failures PIC 9(5) VALUE 0.

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
CONVERT-CATALOG.
	OPEN INPUT old-catalog-file.
	IF old-catalog-status NOT = "00" THEN
		DISPLAY "Cannot open CRSMAST.OLD (status " old-catalog-status
			") -- rename the old catalog CRSMAST.OLD first"
		STOP RUN
	END-IF.

	*> the new catalog must not be there yet -- this is a one-time
	*> step, and a rerun must not wipe hours already set with CUPD.
	OPEN INPUT course-master-file.
	IF course-master-status NOT = "35" THEN
		DISPLAY "CRSMAST.DAT is already on file (status "
			course-master-status ") -- not overwritten"
		IF course-master-status = "00" THEN
			CLOSE course-master-file
		END-IF
		CLOSE old-catalog-file
		STOP RUN
	END-IF.

	OPEN OUTPUT course-master-file.

	MOVE "Class11k" TO jlr-program-name.
	MOVE "START" TO jlr-action.
	MOVE SPACES TO jlr-status.
	MOVE "CRSMAST.OLD" TO jlr-input-file.
	MOVE 0 TO jlr-records-read.
	MOVE 0 TO jlr-records-written.
	MOVE 0 TO jlr-records-rejected.
	CALL "joblog" USING job-log-request.

	PERFORM FOREVER
		READ old-catalog-file NEXT
			AT END EXIT PERFORM

			NOT AT END PERFORM CONVERT-ONE-COURSE

		END-READ

		*> a read error runs neither phrase above -- bail out
		*> rather than spin on it.
		IF old-catalog-status NOT = "00" THEN
			EXIT PERFORM
		END-IF
	END-PERFORM.

	CLOSE old-catalog-file.
	CLOSE course-master-file.

	DISPLAY "Converted " courses-converted " of " courses-read
		" course(s) to CRSMAST.DAT with credit hours 0".
	IF conversion-failures > 0 THEN
		DISPLAY "WARNING: " conversion-failures
			" course(s) failed to load"
	END-IF.
	DISPLAY "Set each course's credit hours with CUPD before billing".

	MOVE "Class11k" TO jlr-program-name.
	MOVE "END" TO jlr-action.
	IF conversion-failures > 0 THEN
		MOVE "WARN" TO jlr-status
	ELSE
		MOVE "OK" TO jlr-status
	END-IF.
	MOVE "CRSMAST.OLD" TO jlr-input-file.
	MOVE courses-read TO jlr-records-read.
	MOVE courses-converted TO jlr-records-written.
	MOVE conversion-failures TO jlr-records-rejected.
	CALL "joblog" USING job-log-request.

	Stop run.

CONVERT-ONE-COURSE.
	ADD 1 TO courses-read.
	MOVE old-catalog-course-id TO catalog-course-id.
	MOVE old-catalog-course-title TO catalog-course-title.
	MOVE old-catalog-max-seats TO catalog-max-seats.
	MOVE 0 TO catalog-credit-hours.

	WRITE course-master-record
		INVALID KEY
			DISPLAY "Course " catalog-course-id " failed to load"
			ADD 1 TO conversion-failures
		NOT INVALID KEY
			ADD 1 TO courses-converted
	END-WRITE.
DONE-CONVERT-ONE-COURSE.

Stop Run.
End Program Class11k.
