           assign "NORMREJ.DAT"
           organization line sequential
           file status is normalize-reject-status.

        *> score disputes -- a game the two clubs' blocks report
        *> differently is held here with both versions instead of the
        *> later block overwriting the earlier one on the master.
        *> Keyed like the games master, under the lower-sorting name's
        *> view, so both clubs' reports of a game share one dispute.
        *> Class10d lists and resolves them.
        Select dispute-file
           assign "DISPUTE.DAT"
           organization indexed
           access dynamic record key is dsp-game-key
           file status is dispute-status.

        *> player roster -- one record per registered player, keyed by
        *> team and jersey number.  Class10t maintains it.
        Select player-master-file
           assign "PLAYMAST.DAT"
           organization indexed
           access dynamic record key is player-key
           file status is player-master-status.

        *> points scored by each player in each game, keyed by the
        *> team's view of the game (the games-master key) plus the
        *> jersey number, so Class10i can add a game's players back
        *> up against the team score on GAMESIDX.DAT.
        Select player-stat-file
           assign "PLAYSTAT.DAT"
           organization indexed
           access dynamic record key is ps-stat-key
           file status is player-stat-status.

        *> team-name aliases -- known variant spellings mapped to the
        *> official name on the team master.  Class10t maintains it.
        Select alias-master-file
           assign "ALIASMST.DAT"
           organization indexed
           access dynamic record key is alias-name
           file status is alias-master-status.

        *> every alias substituted during normalization, one line per
        *> record translated, so Class10a can show which clubs keep
        *> sending bad spellings.  Kept and started over like
        *> NORMREJ.DAT.
        Select alias-substitution-file
           assign "ALIASSUB.DAT"
           organization line sequential
           file status is alias-substitution-status.
Data Division.
File Section.
FD in-file Global.
                88 forfeit-type value "F".
                88 postponement-type value "P".
                88 trailer-type value "C".
                88 player-points-type value "S".
        03 team-name pic X(15).

    01 game-record.
        03 PIC X.
        03 expected-record-count PIC 9(5).

    *> one player's points in the game-record just above it -- the
    *> player plays for the block's own team.
    01 player-points-record.
        03 PIC X.
        03 player-jersey PIC 99.
        03 player-points PIC 99.

    01 in-whole-record PIC X(80).

FD checkpoint-file Global.
        03 PIC X.
        03 norm-reject-source PIC X(80).

FD dispute-file Global.
    01 dispute-record.
        02 dsp-game-key.
            03 dsp-team-name PIC X(15).
            03 dsp-game-date PIC 9(8).
            03 dsp-opponent PIC X(15).
            03 dsp-game-seq PIC 99.
        02 dsp-status PIC X. *> O = open, R = resolved
        *> what the master holds, seen from dsp-team-name's side
        02 dsp-master-points-for PIC 99.
        02 dsp-master-points-against PIC 99.
        02 dsp-master-status PIC X.
        02 dsp-master-makeup-date PIC 9(8).
        *> what the later block reported, seen from the same side
        02 dsp-incoming-points-for PIC 99.
        02 dsp-incoming-points-against PIC 99.
        02 dsp-incoming-status PIC X.
        02 dsp-incoming-makeup-date PIC 9(8).
        *> whose block sent the incoming version
        02 dsp-reporting-team PIC X(15).
        02 dsp-input-file PIC X(20).
        *> M = master kept, I = incoming taken, C = corrected
        02 dsp-resolution PIC X.
        02 dsp-resolved-date PIC 9(8).
        *> the result the resolution booked on the master, same side --
        *> the master and incoming versions above are kept as reported
        02 dsp-booked-points-for PIC 99.
        02 dsp-booked-points-against PIC 99.
        02 dsp-booked-status PIC X.
        02 dsp-booked-makeup-date PIC 9(8).

FD player-master-file Global.
    01 player-master-record.
        02 player-key.
            03 player-team-name PIC X(15).
            03 player-jersey-number PIC 99.
        02 player-name PIC X(20).

FD player-stat-file Global.
    01 player-stat-record.
        02 ps-stat-key.
            03 ps-team-name PIC X(15).
            03 ps-game-date PIC 9(8).
            03 ps-opponent PIC X(15).
            03 ps-game-seq PIC 99.
            03 ps-jersey-number PIC 99.
        02 ps-points PIC 99.

FD alias-master-file Global.
    01 alias-master-record.
        02 alias-name PIC X(15). *> the variant spelling as it arrives
        02 alias-official-name PIC X(15). *> the reg-team-name it means

FD alias-substitution-file Global.
    01 alias-substitution-record.
        03 asub-alias-name PIC X(15).
        03 PIC X.
        03 asub-official-name PIC X(15).
        03 PIC X.
        03 asub-record-type PIC X. *> T = block's team, G/F/P = opponent
        03 PIC X.
        03 asub-sending-team PIC X(15). *> official name of the block's team
        03 PIC X.
        03 asub-input-file PIC X(20).

Working-Storage Section.
01 file-to-open Pic X(80) Global.
01 games-master-status Pic XX Global.

*> Pair/date sequence numbers -- a doubleheader (two games between
*> the same pair on the same date) gets sequence 01 and 02 on the
*> master instead of colliding on the key, and the other club's
*> block (or a refeed) lands each game back on the same key so the
*> two reports can be compared.  A doubleheader's records
*> arrive together inside a team's block (the Class10l rule), so
*> only the previous game-shaped record needs remembering -- which
*> is what lets a whole county season stream through without a
*>   10  team not on the registered-team master
*>   11  opponent not on the registered-team master
*>   12  game under a rejected or missing team context
*>   17  player not on the player roster for the block's team
*>   18  player line under a game that was not booked
01 team-master-status Pic XX Global.
01 team-master-open-switch Pic X Value "N" Global.
    88 team-master-is-open value "Y".
01 normalize-reject-reason-code Pic XX.
01 games-rejected-count Pic 9(5) Value 0 Global.

*> score-dispute hold -- set by WRITE-GAMES-MASTER when the game on
*> file disagrees with this block's version, so BOOK-GAME-COMMON
*> hands nothing back to the caller for it.
01 dispute-status Pic XX Global.
01 dispute-held-switch Pic X Value "N".
    88 dispute-was-held value "Y".
01 dispute-found-switch Pic X.
    88 dispute-already-on-file value "Y".
01 disputes-held-count Pic 9(5) Value 0 Global.

*> the played game the next player lines belong to -- set when a
*> game-record books (or is held), cleared by every other team or
*> game-shaped record.
01 player-master-status Pic XX Global.
01 player-master-open-switch Pic X Value "N" Global.
    88 player-master-is-open value "Y".
01 player-stat-status Pic XX Global.
01 player-game-switch Pic X Value "N".
    88 player-game-is-set value "Y".
01 player-game-team Pic X(15).
01 player-game-date Pic 9(8).
01 player-game-opponent Pic X(15).
01 player-game-seq Pic 99.
01 player-lines-booked Pic 9(5) Value 0 Global.
01 player-rostered-switch Pic X.
    88 player-is-rostered value "Y".

*> alias translation -- CHECK-TEAM-REGISTERED sets alias-was-applied
*> and hands back the official name in lookup-team-name when the name
*> in the file is a known alias of a registered team.
01 alias-master-status Pic XX Global.
01 alias-master-open-switch Pic X Value "N" Global.
    88 alias-master-is-open value "Y".
01 alias-substitution-status Pic XX Global.
01 alias-applied-switch Pic X.
    88 alias-was-applied value "Y".
01 alias-variant-name Pic X(15).
01 alias-substitutions-count Pic 9(5) Value 0 Global.

*> one structured record to the shop-wide job log at the start and
*> end of the step (CALL "joblog").
01 job-log-request Global.
    MOVE 0 TO total-records-read.
    MOVE 0 TO saved-expected-count.
    MOVE 0 TO games-rejected-count.
    MOVE 0 TO disputes-held-count.
    MOVE 0 TO player-lines-booked.
    MOVE 0 TO alias-substitutions-count.

    Goback. *>make sure i'm returning the created string!

FLAG-CHECK.
    IF record-type-flag = "T" THEN
        ADD 1 TO total-records-read
        MOVE "N" TO player-game-switch
        MOVE team-name TO lookup-team-name
        PERFORM CHECK-TEAM-REGISTERED
        IF team-is-registered THEN
            SET team-context-is-ok TO TRUE
            *> the official name, whichever spelling the block used
            MOVE lookup-team-name TO saved-team-name
            IF alias-was-applied THEN
                PERFORM WRITE-ALIAS-SUBSTITUTION
            END-IF
        ELSE
            *> an unregistered spelling must not anchor a block --
            *> drop the context so its games bounce 12 for review
    IF record-type-flag = "G" OR record-type-flag = "F"
            OR record-type-flag = "P" THEN
        ADD 1 TO total-records-read
        MOVE "N" TO player-game-switch
        IF NOT team-context-is-ok THEN
            MOVE "12" TO normalize-reject-reason-code
            PERFORM WRITE-NORMALIZE-REJECT
            MOVE opponent TO lookup-team-name
            PERFORM CHECK-TEAM-REGISTERED
            IF team-is-registered THEN
                *> the booking code reads the opponent straight out of
                *> the record, so the official name goes back there.
                IF alias-was-applied THEN
                    PERFORM WRITE-ALIAS-SUBSTITUTION
                    MOVE lookup-team-name TO opponent
                END-IF
                EVALUATE record-type-flag
                    WHEN "G" PERFORM BOOK-ONE-GAME
                    WHEN "F" PERFORM BOOK-ONE-FORFEIT
        END-IF
    END-IF

    *> a player's points belong to the game-record above them, for
    *> the block's own team.  They count toward the trailer total like
    *> any other data record, but hand nothing back to the caller.
    IF record-type-flag = "S" THEN
        ADD 1 TO total-records-read
        IF NOT player-game-is-set THEN
            MOVE "18" TO normalize-reject-reason-code
            PERFORM WRITE-NORMALIZE-REJECT
        ELSE
            PERFORM CHECK-PLAYER-ROSTERED
            IF player-is-rostered THEN
                PERFORM BOOK-PLAYER-POINTS
            ELSE
                MOVE "17" TO normalize-reject-reason-code
                PERFORM WRITE-NORMALIZE-REJECT
            END-IF
        END-IF
    END-IF.

    IF record-type-flag = "C" THEN
        MOVE expected-record-count TO saved-expected-count
    END-IF.
*> the running totals are no longer accumulated here -- closefile
*> reads them straight off the games master, where every booked game
*> already sits once per team, so a restart replay or a refeed of a
*> corrected file can never double-count them.  A view held as a
*> score dispute goes no further -- it is never written to
*> SEASON.DAT (the first club's view already went there when it was
*> booked), and the league office's Class10d resolution corrects
*> GAMESIDX.DAT only.
    PERFORM WRITE-GAMES-MASTER.

    *> set before STR-CREATION hands control back to the caller, so
    *> the player lines after this game find it on the next call.
    IF saved-game-status = "G" THEN
        PERFORM SET-PLAYER-GAME-CONTEXT
    END-IF.

    IF NOT dispute-was-held THEN
        ADD 1 TO records-read
        PERFORM STR-CREATION
    END-IF.
DONE-BOOK-GAME-COMMON.

SET-PLAYER-GAME-CONTEXT.
    MOVE saved-team-name TO player-game-team.
    MOVE game-date TO player-game-date.
    MOVE opponent TO player-game-opponent.
    MOVE pair-date-seq TO player-game-seq.
    SET player-game-is-set TO TRUE.
DONE-SET-PLAYER-GAME-CONTEXT.

CHECK-PLAYER-ROSTERED.
*> a keyed read of the player roster for the block's team and this
*> jersey number.  An unavailable roster rosters nobody, the same
*> rule the team master follows.
    MOVE "N" TO player-rostered-switch.
    IF player-master-is-open THEN
        MOVE player-game-team TO player-team-name
        MOVE player-jersey TO player-jersey-number
        READ player-master-file
            KEY IS player-key
            INVALID KEY CONTINUE
            NOT INVALID KEY SET player-is-rostered TO TRUE
        END-READ
    END-IF.
DONE-CHECK-PLAYER-ROSTERED.

BOOK-PLAYER-POINTS.
*> a key already on file is the same player line read again -- a
*> checkpoint restart or a refeed -- so it is rewritten.
    MOVE player-game-team TO ps-team-name.
    MOVE player-game-date TO ps-game-date.
    MOVE player-game-opponent TO ps-opponent.
    MOVE player-game-seq TO ps-game-seq.
    MOVE player-jersey TO ps-jersey-number.
    MOVE player-points TO ps-points.
    WRITE player-stat-record
        INVALID KEY
            REWRITE player-stat-record END-REWRITE
    END-WRITE.
    ADD 1 TO player-lines-booked.
DONE-BOOK-PLAYER-POINTS.

CHECK-TEAM-REGISTERED.
*> sets team-is-registered for the name in lookup-team-name by a
*> keyed read of the team master.  An unavailable master registers
*> nothing, so every game bounces for review rather than booking
*> unchecked.  A name not on the master is looked up on the alias
*> table; a known alias of a registered team counts as registered,
*> with the official name handed back in lookup-team-name.  A name
*> on neither still rejects.
    MOVE "N" TO team-registered-switch.
    MOVE "N" TO alias-applied-switch.
    IF team-master-is-open THEN
        MOVE lookup-team-name TO reg-team-name
        READ team-master-file
            NOT INVALID KEY MOVE "Y" TO team-registered-switch
        END-READ
    END-IF.

    IF NOT team-is-registered AND alias-master-is-open
            AND team-master-is-open THEN
        PERFORM TRANSLATE-TEAM-ALIAS
    END-IF.
DONE-CHECK-TEAM-REGISTERED.

TRANSLATE-TEAM-ALIAS.
*> the official name is checked against the master again, so an
*> alias left pointing at a team since removed still rejects.
    MOVE lookup-team-name TO alias-name.
    READ alias-master-file
        KEY IS alias-name
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE "Y" TO alias-applied-switch
    END-READ.

    IF alias-was-applied THEN
        MOVE alias-official-name TO reg-team-name
        READ team-master-file
            KEY IS reg-team-name
            INVALID KEY MOVE "N" TO alias-applied-switch
            NOT INVALID KEY
                MOVE "Y" TO team-registered-switch
                MOVE lookup-team-name TO alias-variant-name
                MOVE alias-official-name TO lookup-team-name
        END-READ
    END-IF.
DONE-TRANSLATE-TEAM-ALIAS.

WRITE-ALIAS-SUBSTITUTION.
*> one line per record translated, for the Class10a report.
    ADD 1 TO alias-substitutions-count.
    MOVE SPACES TO alias-substitution-record.
    MOVE alias-variant-name TO asub-alias-name.
    MOVE lookup-team-name TO asub-official-name.
    MOVE record-type-flag TO asub-record-type.
    MOVE saved-team-name TO asub-sending-team.
    MOVE file-to-open(1:20) TO asub-input-file.
    WRITE alias-substitution-record.
DONE-WRITE-ALIAS-SUBSTITUTION.

WRITE-NORMALIZE-REJECT.
*> lands the raw record on NORMREJ.DAT with its reason code, the
*> REJECTS.DAT shape, so the league office can fix the spelling and
            *> the same accept/reject decisions the prior run made --
            *> but nothing is re-written to NORMREJ.DAT, which still
            *> holds the prior run's reject of this same record.
            IF record-type-flag = "T" OR record-type-flag = "G"
                    OR record-type-flag = "F"
                    OR record-type-flag = "P" THEN
                MOVE "N" TO player-game-switch
            END-IF

            IF record-type-flag = "T" THEN
                MOVE team-name TO lookup-team-name
                PERFORM CHECK-TEAM-REGISTERED
                IF team-is-registered THEN
                    SET team-context-is-ok TO TRUE
                    MOVE lookup-team-name TO saved-team-name
                ELSE
                    MOVE "N" TO team-context-ok-switch
                END-IF
                MOVE opponent TO lookup-team-name
                PERFORM CHECK-TEAM-REGISTERED
                IF team-is-registered THEN
                    *> translated the same way, but not logged again --
                    *> ALIASSUB.DAT still holds the prior run's line.
                    IF alias-was-applied THEN
                        MOVE lookup-team-name TO opponent
                    END-IF
                    *> keep the pair/date sequence memory in step
                    *> with the replayed games, so the records
                    *> processed after the restart land on the keys
                    *> they were first booked under.
                    PERFORM SET-GAME-SEQUENCE
                    IF record-type-flag = "G" THEN
                        PERFORM SET-PLAYER-GAME-CONTEXT
                    END-IF
                END-IF
            END-IF
    END-READ.
WRITE-GAMES-MASTER.
*> books the game on the master under both teams' names so the
*> reporting side can START on either one.  The per-pair/date
*> sequence number keeps both games of a doubleheader.  A key that is
*> already on file is the same game reported earlier -- normally the
*> other club's block, sometimes a checkpoint restart or a refeed.
*> When the two versions agree there is nothing more to book; when
*> they differ the master is left exactly as it is and this block's
*> version is held on DISPUTE.DAT, so the last block read can no
*> longer silently decide the score.
    MOVE "N" TO dispute-held-switch.
    PERFORM SET-GAME-SEQUENCE.

    MOVE saved-team-name TO gm-team-name.
    MOVE game-date TO gm-game-date.
    MOVE opponent TO gm-opponent.
    MOVE pair-date-seq TO gm-game-seq.
    READ games-master-file
        KEY IS gm-game-key
        INVALID KEY PERFORM BOOK-BOTH-VIEWS
        NOT INVALID KEY PERFORM COMPARE-WITH-MASTER
    END-READ.
DONE-WRITE-GAMES-MASTER.

COMPARE-WITH-MASTER.
*> the master record just read is this team's own view, so its
*> points line up with this block's home/away scores directly.
    IF gm-points-for = saved-home-score
            AND gm-points-against = saved-away-score
            AND gm-game-status = saved-game-status
            AND gm-makeup-date = saved-makeup-date THEN
        CONTINUE
    ELSE
        PERFORM HOLD-GAME-DISPUTE
    END-IF.
DONE-COMPARE-WITH-MASTER.

HOLD-GAME-DISPUTE.
*> files both versions under the lower-sorting name's view of the
*> game (the Class10x rule), so the two clubs' reports of one game
*> can only ever make one dispute.  A dispute already on file is
*> reopened with the latest incoming version.
    SET dispute-was-held TO TRUE.
    ADD 1 TO disputes-held-count.

    IF saved-team-name < opponent THEN
        MOVE saved-team-name TO dsp-team-name
        MOVE opponent TO dsp-opponent
    ELSE
        MOVE opponent TO dsp-team-name
        MOVE saved-team-name TO dsp-opponent
    END-IF.
    MOVE game-date TO dsp-game-date.
    MOVE pair-date-seq TO dsp-game-seq.

    MOVE "N" TO dispute-found-switch.
    READ dispute-file
        KEY IS dsp-game-key
        INVALID KEY CONTINUE
        NOT INVALID KEY SET dispute-already-on-file TO TRUE
    END-READ.

    IF saved-team-name < opponent THEN
        MOVE gm-points-for TO dsp-master-points-for
        MOVE gm-points-against TO dsp-master-points-against
        MOVE saved-home-score TO dsp-incoming-points-for
        MOVE saved-away-score TO dsp-incoming-points-against
    ELSE
        MOVE gm-points-against TO dsp-master-points-for
        MOVE gm-points-for TO dsp-master-points-against
        MOVE saved-away-score TO dsp-incoming-points-for
        MOVE saved-home-score TO dsp-incoming-points-against
    END-IF.
    MOVE gm-game-status TO dsp-master-status.
    MOVE gm-makeup-date TO dsp-master-makeup-date.
    MOVE saved-game-status TO dsp-incoming-status.
    MOVE saved-makeup-date TO dsp-incoming-makeup-date.
    MOVE saved-team-name TO dsp-reporting-team.
    MOVE file-to-open(1:20) TO dsp-input-file.
    MOVE "O" TO dsp-status.
    MOVE SPACES TO dsp-resolution.
    MOVE 0 TO dsp-resolved-date.
    MOVE 0 TO dsp-booked-points-for.
    MOVE 0 TO dsp-booked-points-against.
    MOVE SPACE TO dsp-booked-status.
    MOVE 0 TO dsp-booked-makeup-date.

    IF dispute-already-on-file THEN
        REWRITE dispute-record END-REWRITE
    ELSE
        WRITE dispute-record END-WRITE
    END-IF.
DONE-HOLD-GAME-DISPUTE.

BOOK-BOTH-VIEWS.
*> a game not yet on the master -- book the team's own view and the
*> mirror view.  The mirror's key can only already exist if the
*> master was left half-booked by an abend, so it is rewritten.
    MOVE saved-team-name TO gm-team-name.
    MOVE game-date TO gm-game-date.
    MOVE opponent TO gm-opponent.
        INVALID KEY
            REWRITE games-master-record END-REWRITE
    END-WRITE.
DONE-BOOK-BOTH-VIEWS.

SET-GAME-SEQUENCE.
*> numbers this game within its pair and date: the first meeting is
    *> earlier files done must all keep what is already booked.
    *> OPEN I-O against a missing indexed file comes back status 35,
    *> so create it with OPEN OUTPUT instead (the AUDIT.DAT idiom
    *> from Class11).  Either way the master and DISPUTE.DAT end up
    *> open I-O, because every game is now read back off the master
    *> and compared before it is booked.
    IF master-was-opened-this-run OR checkpoint-skip-count > 0
            OR master-append-flag = "Y" THEN
        OPEN I-O games-master-file
        IF games-master-status = "35" THEN
            OPEN OUTPUT games-master-file
            CLOSE games-master-file
            OPEN I-O games-master-file
        END-IF
        OPEN I-O dispute-file
        IF dispute-status = "35" THEN
            OPEN OUTPUT dispute-file
            CLOSE dispute-file
            OPEN I-O dispute-file
        END-IF
        OPEN I-O player-stat-file
        IF player-stat-status = "35" THEN
            OPEN OUTPUT player-stat-file
            CLOSE player-stat-file
            OPEN I-O player-stat-file
        END-IF
        *> a continuing run keeps the rejects already bounced --
        *> EXTEND against a missing file comes back status 35, so
        IF normalize-reject-status = "35" THEN
            OPEN OUTPUT normalize-reject-file
        END-IF
        OPEN EXTEND alias-substitution-file
        IF alias-substitution-status = "35" THEN
            OPEN OUTPUT alias-substitution-file
        END-IF
    ELSE
        *> a fresh season's disputes and player points start over
        *> with its master.
        OPEN OUTPUT games-master-file
        CLOSE games-master-file
        OPEN I-O games-master-file
        OPEN OUTPUT dispute-file
        CLOSE dispute-file
        OPEN I-O dispute-file
        OPEN OUTPUT player-stat-file
        CLOSE player-stat-file
        OPEN I-O player-stat-file
        OPEN OUTPUT normalize-reject-file
        OPEN OUTPUT alias-substitution-file
    END-IF.
    SET master-was-opened-this-run TO TRUE.

        END-IF
    END-IF.

    *> the player roster likewise -- without it every player line
    *> bounces 17 for review.
    IF NOT player-master-is-open THEN
        OPEN INPUT player-master-file
        IF player-master-status = "00" THEN
            SET player-master-is-open TO TRUE
        ELSE
            DISPLAY "Player roster PLAYMAST.DAT unavailable (status "
                player-master-status ") -- every player line will be"
                " rejected; use Class10t to build it"
        END-IF
    END-IF.

    *> the alias table is optional -- without it a variant spelling
    *> simply rejects 10/11 the way it always has.
    IF NOT alias-master-is-open THEN
        OPEN INPUT alias-master-file
        IF alias-master-status = "00" THEN
            SET alias-master-is-open TO TRUE
        END-IF
    END-IF.

Goback.
End Program openfile.

        IF saved-expected-count NOT = total-records-read THEN
            DISPLAY "*** CONTROL TOTAL MISMATCH: trailer expected "
                saved-expected-count " but " total-records-read
                " data records were read -- check for a truncated"
                " or corrupted file transfer ***"
        ELSE
            DISPLAY "Control total verified: " total-records-read
                " data records read."
        END-IF
    END-IF.

            games-rejected-count
    END-IF.

    IF disputes-held-count > 0 THEN
        DISPLAY "Games held on DISPUTE.DAT from this file: "
            disputes-held-count " -- resolve them with Class10d"
    END-IF.

    IF player-lines-booked > 0 THEN
        DISPLAY "Player lines booked to PLAYSTAT.DAT from this file: "
            player-lines-booked
    END-IF.

    IF alias-substitutions-count > 0 THEN
        DISPLAY "Team-name aliases translated from this file: "
            alias-substitutions-count " -- see Class10a"
    END-IF.

    CLOSE in-file.
    CLOSE games-master-file.
    CLOSE normalize-reject-file.
    CLOSE dispute-file.
    CLOSE player-stat-file.
    CLOSE alias-substitution-file.

    *> the running totals come straight off the games master, where
    *> every booked game sits once per team in key order -- so the
    MOVE "END" TO jlr-action.
    IF (saved-expected-count > 0 AND
            saved-expected-count NOT = total-records-read)
            OR games-rejected-count > 0
            OR disputes-held-count > 0 THEN
        MOVE "WARN" TO jlr-status
    ELSE
        MOVE "OK" TO jlr-status
*>   09  make-up date not numeric
*>   13  repeats an earlier, non-adjacent pair/date in the block
*>       (10-12 are Class10s's NORMREJ.DAT codes)
*>   14  player line not under an accepted game-record
*>   15  player jersey number not numeric
*>   16  player points not numeric
*>       (17-18 are Class10s's NORMREJ.DAT codes)
Environment Division.
Input-Output Section.
File-Control.
        03 PIC X.
        03 edit-expected-count PIC 9(5).

    01 edit-player-record.
        03 PIC X.
        03 edit-player-jersey PIC 99.
        03 edit-player-points PIC 99.

    01 edit-whole-record PIC X(80).

FD accepted-file.
    88 trailer-was-seen VALUE "Y".
01 team-seen-switch Pic X VALUE "N".
    88 team-was-seen VALUE "Y".
*> a player line only makes sense under the game it scored in -- the
*> last record before it (other player lines aside) must be an
*> accepted game-record, never a forfeit or a washout.
01 player-game-seen-switch Pic X VALUE "N".
    88 player-game-was-seen VALUE "Y".
01 record-reason-code Pic XX.
    88 record-is-clean VALUE SPACES.

    IF trailer-was-seen THEN
        IF trailer-expected-count NOT = edit-records-read THEN
            DISPLAY "WARNING: trailer expected " trailer-expected-count
                " data records but " edit-records-read
                " were read -- check for a truncated file transfer"
        END-IF
    ELSE
    CLOSE reject-file.

    DISPLAY "Edit complete for " edit-file-to-open.
    DISPLAY "  Data records read: " edit-records-read.
    DISPLAY "  Accepted (ACCEPTED.DAT): " edit-records-accepted.
    DISPLAY "  Rejected (REJECTS.DAT):  " edit-records-rejected.

        WHEN "F" PERFORM VALIDATE-FORFEIT-RECORD
        WHEN "P" PERFORM VALIDATE-POSTPONEMENT-RECORD
        WHEN "C" PERFORM VALIDATE-TRAILER-RECORD
        WHEN "S" PERFORM VALIDATE-PLAYER-RECORD
        WHEN OTHER
            MOVE "01" TO record-reason-code
            *> a fat-fingered team flag ("XBETA...") must not leave
        PERFORM CHECK-BLOCK-PAIR-DATE
    END-IF.

    *> the team, game-shaped and player records figure in the
    *> trailer's control total, the same way FLAG-CHECK counts them.
    IF edit-record-type-flag = "T" OR "G" OR "F" OR "P" OR "S" THEN
        ADD 1 TO edit-records-read
    END-IF.

    *> only an accepted game-record opens a game for player lines;
    *> anything but another player line closes it.
    IF edit-record-type-flag = "G" AND record-is-clean THEN
        SET player-game-was-seen TO TRUE
    ELSE
        IF edit-record-type-flag NOT = "S" THEN
            MOVE "N" TO player-game-seen-switch
        END-IF
    END-IF.

    IF record-is-clean THEN
        IF edit-record-type-flag NOT = "C" THEN
            ADD 1 TO edit-records-accepted
    END-IF.
DONE-CHECK-ONE-BLOCK-PAIR.

VALIDATE-PLAYER-RECORD.
*> context first, then the numeric fields Class10s books from.
    IF NOT player-game-was-seen THEN
        MOVE "14" TO record-reason-code
    ELSE
        IF edit-player-jersey NOT NUMERIC THEN
            MOVE "15" TO record-reason-code
        ELSE
            IF edit-player-points NOT NUMERIC THEN
                MOVE "16" TO record-reason-code
            END-IF
        END-IF
    END-IF.
DONE-VALIDATE-PLAYER-RECORD.

VALIDATE-TRAILER-RECORD.
    IF edit-expected-count NOT NUMERIC THEN
        MOVE "07" TO record-reason-code
*> maintain the course catalog.  Class10s rejects any game whose
*> team or opponent is not on here, so "Tigres" can never again sit
*> in the standings next to "Tigers".
*>
*> The player roster PLAYMAST.DAT is kept here too (PADD/PUPD/PREM/
*> PLIST) -- one record per player, keyed by team and jersey number,
*> and a player can only be added under a team already registered on
*> TEAMMAST.DAT.  Class10s books a player's points only when the
*> jersey is on the roster for the block's team.
*>
*> So is the team-name alias table ALIASMST.DAT (AADD/AUPD/AREM/
*> ALIST) -- each known variant spelling a club's blocks keep
*> arriving under ("Tigres", an old sponsor name), mapped to the
*> official name on TEAMMAST.DAT.  Class10s books a game under the
*> official name when the name in the file is a known alias.
*>
*> TREM will not take a team off the master while games are still
*> booked under its name on GAMESIDX.DAT or SCHEDIDX.DAT unless the
*> operator overrides it -- those games would be orphans the nightly
*> Class12i sweep reports.
Environment Division.
Input-Output Section.
File-Control.
           organization indexed
           access dynamic record key is reg-team-name
           file status is team-master-status.

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

        Select player-master-file
           assign "PLAYMAST.DAT"
           organization indexed
           access dynamic record key is player-key
           file status is player-master-status.

        Select alias-master-file
           assign "ALIASMST.DAT"
           organization indexed
           access dynamic record key is alias-name
           file status is alias-master-status.
Data Division.
File Section.
FD team-master-file.
        02 reg-team-name PIC X(15).
        02 reg-division PIC X(4).

*> both game masters carry every game twice, once under each club's
*> name, so a team's games all sit under its own key prefix.
FD games-master-file.
    01 games-master-record.
        02 gm-game-key.
            03 gm-team-name PIC X(15).
            03 gm-game-date PIC 9(8).
            03 gm-opponent PIC X(15).
            03 gm-game-seq PIC 99. *> which game of a same-date pair
        02 gm-points-for PIC 99.
        02 gm-points-against PIC 99.
        02 gm-game-status PIC X. *> G = played, F = forfeit, P = postponed
        02 gm-makeup-date PIC 9(8). *> postponements only -- the make-up date

FD schedule-master-file.
    01 schedule-master-record.
        02 sm-sched-key.
            03 sm-team-name PIC X(15).
            03 sm-game-date PIC 9(8).
            03 sm-opponent PIC X(15).
            03 sm-game-seq PIC 99. *> which game of a same-date pair

FD player-master-file.
    01 player-master-record.
        02 player-key.
            03 player-team-name PIC X(15).
            03 player-jersey-number PIC 99.
        02 player-name PIC X(20).

FD alias-master-file.
    01 alias-master-record.
        02 alias-name PIC X(15). *> the variant spelling as it arrives
        02 alias-official-name PIC X(15). *> the reg-team-name it means

Working-Storage Section.
01 team-master-status Pic XX.
01 player-master-status Pic XX.
01 alias-master-status Pic XX.
01 command Pic X(6).
01 new-division Pic X(4).
01 new-player-name Pic X(20).
01 new-official-name Pic X(15).
01 alias-is-official-switch Pic X.
    88 alias-is-an-official-name value "Y".
01 confirm-answer Pic X.
    88 confirm-yes value "Y" "y".
01 team-registered-switch Pic X.
    88 team-is-registered value "Y".

*> dependents check -- COUNT-TEAM-DEPENDENTS counts the games still
*> booked under dependent-target-team before TREM removes it.
01 games-master-status Pic XX.
01 schedule-master-status Pic XX.
01 dependent-target-team Pic X(15).
01 dependent-game-count Pic 9(5).
01 dependent-schedule-count Pic 9(5).

Procedure Division.
EVAL-TEAM-COMMANDS.
    Display "TADD, TUPD, TREM, TLIST, PADD, PUPD, PREM, PLIST, "
        "AADD, AUPD, AREM, ALIST, EXIT ? :"
        with no advancing
    Accept command.
    Evaluate command

              Display "Listing the registered-team master"
              PERFORM team-list

        when "PADD"
              Display "Adding a player to a team roster"
              PERFORM player-add

        when "PUPD"
              Display "Updating a rostered player"
              PERFORM player-update

        when "PREM"
              Display "Removing a player from a team roster"
              PERFORM player-remove

        when "PLIST"
              Display "Listing the player roster"
              PERFORM player-list

        when "AADD"
              Display "Adding a team-name alias"
              PERFORM alias-add

        when "AUPD"
              Display "Updating a team-name alias"
              PERFORM alias-update

        when "AREM"
              Display "Removing a team-name alias"
              PERFORM alias-remove

        when "ALIST"
              Display "Listing the team-name alias table"
              PERFORM alias-list

        when "EXIT"
              Display "Exiting"
              Stop Run
            INVALID KEY DISPLAY "Team not on the master"
            NOT INVALID KEY
                DISPLAY "Record to be removed: " registered-team-record
                MOVE reg-team-name TO dependent-target-team
                PERFORM COUNT-TEAM-DEPENDENTS

                *> games still booked under the name would be left
                *> pointing at nothing -- refuse unless the operator
                *> overrides it knowingly.
                IF dependent-game-count > 0 OR
                        dependent-schedule-count > 0 THEN
                    DISPLAY "Team still has " dependent-game-count
                        " game(s) on GAMESIDX.DAT and "
                        dependent-schedule-count
                        " on SCHEDIDX.DAT"
                    DISPLAY "Remove anyway and leave them orphaned (Y/N): "
                        with no advancing
                ELSE
                    DISPLAY "Confirm removal (Y/N): " with no advancing
                END-IF
                ACCEPT confirm-answer

                IF confirm-yes THEN
    END-IF.
DONE-TEAM-LIST.

PLAYER-ADD. *>puts a player on a registered team's roster
    DISPLAY "Enter the official team name: ".
    ACCEPT player-team-name.
    DISPLAY "Enter the jersey number: ".
    ACCEPT player-jersey-number.
    DISPLAY "Enter the player's name: ".
    ACCEPT new-player-name.

    *> the roster hangs off the team master -- a player cannot be
    *> added under a name the league has not registered.
    MOVE "N" TO team-registered-switch.
    OPEN INPUT team-master-file.
    IF team-master-status = "00" THEN
        MOVE player-team-name TO reg-team-name
        READ team-master-file
            KEY IS reg-team-name
            INVALID KEY CONTINUE
            NOT INVALID KEY SET team-is-registered TO TRUE
        END-READ
        CLOSE team-master-file
    END-IF.

    IF NOT team-is-registered THEN
        DISPLAY "Team not on the registered-team master -- use TADD first"
    ELSE
        *> PLAYMAST.DAT does not exist yet on a fresh system (the
        *> AUDIT.DAT idiom from Class11).
        OPEN I-O player-master-file
        IF player-master-status = "35" THEN
            OPEN OUTPUT player-master-file
        END-IF

        MOVE new-player-name TO player-name

        WRITE player-master-record
            INVALID KEY DISPLAY "Jersey number already on this roster"
            NOT INVALID KEY DISPLAY "Player added to the roster"
        END-WRITE
        CLOSE player-master-file
    END-IF.
DONE-PLAYER-ADD.

PLAYER-UPDATE. *>changes a rostered player's name
    DISPLAY "Enter the team name: ".
    ACCEPT player-team-name.
    DISPLAY "Enter the jersey number: ".
    ACCEPT player-jersey-number.

    OPEN I-O player-master-file.
    IF player-master-status NOT = "00" THEN
        DISPLAY "Player roster PLAYMAST.DAT unavailable"
            " (status " player-master-status ") -- use PADD to build it"
    ELSE
        READ player-master-file
            KEY IS player-key
            INVALID KEY DISPLAY "Player not on the roster"
            NOT INVALID KEY
                DISPLAY "Current roster record: " player-master-record
                DISPLAY "Enter the new player name (blank to keep): "
                ACCEPT new-player-name

                IF new-player-name NOT = SPACES THEN
                    MOVE new-player-name TO player-name
                END-IF

                REWRITE player-master-record
                END-REWRITE

                DISPLAY "Updated roster record: " player-master-record
        END-READ
        CLOSE player-master-file
    END-IF.
DONE-PLAYER-UPDATE.

PLAYER-REMOVE. *>takes a player off a team roster
    DISPLAY "Enter the team name: ".
    ACCEPT player-team-name.
    DISPLAY "Enter the jersey number: ".
    ACCEPT player-jersey-number.

    OPEN I-O player-master-file.
    IF player-master-status NOT = "00" THEN
        DISPLAY "Player roster PLAYMAST.DAT unavailable"
            " (status " player-master-status ") -- use PADD to build it"
    ELSE
        READ player-master-file
            KEY IS player-key
            INVALID KEY DISPLAY "Player not on the roster"
            NOT INVALID KEY
                DISPLAY "Record to be removed: " player-master-record
                DISPLAY "Confirm removal (Y/N): " with no advancing
                ACCEPT confirm-answer

                IF confirm-yes THEN
                    DELETE player-master-file
                    DISPLAY "Player removed from the roster"
                ELSE
                    DISPLAY "Removal cancelled"
                END-IF
        END-READ
        CLOSE player-master-file
    END-IF.
DONE-PLAYER-REMOVE.

PLAYER-LIST. *>lists the whole roster in team/jersey order
    OPEN INPUT player-master-file.
    IF player-master-status NOT = "00" THEN
        DISPLAY "Player roster PLAYMAST.DAT unavailable"
            " (status " player-master-status ") -- use PADD to build it"
    ELSE
        PERFORM FOREVER
            READ player-master-file next at end exit perform

            not at end DISPLAY player-master-record
            end-READ
        end-Perform
        CLOSE player-master-file
    END-IF.
DONE-PLAYER-LIST.

ALIAS-ADD. *>maps a variant spelling to a registered team
    DISPLAY "Enter the variant spelling as it arrives: ".
    ACCEPT alias-name.
    DISPLAY "Enter the official team name it stands for: ".
    ACCEPT new-official-name.

    PERFORM CHECK-ALIAS-AGAINST-MASTER.

    *> the master is read first, so an alias spelt like a registered
    *> club would never be used -- and would hide a real club if it
    *> were.
    IF NOT team-is-registered THEN
        DISPLAY "Official name not on the registered-team master"
            " -- use TADD first"
    ELSE
        IF alias-is-an-official-name THEN
            DISPLAY "That spelling is itself a registered team name"
        ELSE
            *> ALIASMST.DAT does not exist yet on a fresh system (the
            *> AUDIT.DAT idiom from Class11).
            OPEN I-O alias-master-file
            IF alias-master-status = "35" THEN
                OPEN OUTPUT alias-master-file
            END-IF

            MOVE new-official-name TO alias-official-name

            WRITE alias-master-record
                INVALID KEY DISPLAY "Alias already on the table"
                NOT INVALID KEY DISPLAY "Alias added"
            END-WRITE
            CLOSE alias-master-file
        END-IF
    END-IF.
DONE-ALIAS-ADD.

ALIAS-UPDATE. *>points an alias at a different registered team
    DISPLAY "Enter the alias to change: ".
    ACCEPT alias-name.

    OPEN I-O alias-master-file.
    IF alias-master-status NOT = "00" THEN
        DISPLAY "Alias table ALIASMST.DAT unavailable"
            " (status " alias-master-status ") -- use AADD to build it"
    ELSE
        READ alias-master-file
            KEY IS alias-name
            INVALID KEY DISPLAY "Alias not on the table"
            NOT INVALID KEY
                DISPLAY "Current alias record: " alias-master-record
                DISPLAY "Enter the new official name (blank to keep): "
                ACCEPT new-official-name

                IF new-official-name NOT = SPACES THEN
                    PERFORM CHECK-ALIAS-AGAINST-MASTER
                    IF team-is-registered THEN
                        MOVE new-official-name TO alias-official-name
                        REWRITE alias-master-record
                        END-REWRITE
                    ELSE
                        DISPLAY "Official name not on the registered-"
                            "team master -- alias left unchanged"
                    END-IF
                END-IF

                DISPLAY "Updated alias record: " alias-master-record
        END-READ
        CLOSE alias-master-file
    END-IF.
DONE-ALIAS-UPDATE.

ALIAS-REMOVE. *>takes a variant spelling off the alias table
    DISPLAY "Enter the alias to remove: ".
    ACCEPT alias-name.

    OPEN I-O alias-master-file.
    IF alias-master-status NOT = "00" THEN
        DISPLAY "Alias table ALIASMST.DAT unavailable"
            " (status " alias-master-status ") -- use AADD to build it"
    ELSE
        READ alias-master-file
            KEY IS alias-name
            INVALID KEY DISPLAY "Alias not on the table"
            NOT INVALID KEY
                DISPLAY "Record to be removed: " alias-master-record
                DISPLAY "Confirm removal (Y/N): " with no advancing
                ACCEPT confirm-answer

                IF confirm-yes THEN
                    DELETE alias-master-file
                    DISPLAY "Alias removed from the table"
                ELSE
                    DISPLAY "Removal cancelled"
                END-IF
        END-READ
        CLOSE alias-master-file
    END-IF.
DONE-ALIAS-REMOVE.

ALIAS-LIST. *>lists the whole alias table in variant-spelling order
    OPEN INPUT alias-master-file.
    IF alias-master-status NOT = "00" THEN
        DISPLAY "Alias table ALIASMST.DAT unavailable"
            " (status " alias-master-status ") -- use AADD to build it"
    ELSE
        PERFORM FOREVER
            READ alias-master-file next at end exit perform

            not at end DISPLAY alias-master-record
            end-READ
        end-Perform
        CLOSE alias-master-file
    END-IF.
DONE-ALIAS-LIST.

CHECK-ALIAS-AGAINST-MASTER.
*> sets team-is-registered when new-official-name is on the team
*> master, and alias-is-an-official-name when the variant spelling
*> in alias-name is one too.
    MOVE "N" TO team-registered-switch.
    MOVE "N" TO alias-is-official-switch.
    OPEN INPUT team-master-file.
    IF team-master-status = "00" THEN
        MOVE new-official-name TO reg-team-name
        READ team-master-file
            KEY IS reg-team-name
            INVALID KEY CONTINUE
            NOT INVALID KEY SET team-is-registered TO TRUE
        END-READ
        MOVE alias-name TO reg-team-name
        READ team-master-file
            KEY IS reg-team-name
            INVALID KEY CONTINUE
            NOT INVALID KEY SET alias-is-an-official-name TO TRUE
        END-READ
        CLOSE team-master-file
    END-IF.
DONE-CHECK-ALIAS-AGAINST-MASTER.

COUNT-TEAM-DEPENDENTS.
*> counts dependent-target-team's games on the results and schedule
*> masters.  Either file missing simply has none to count.
    MOVE 0 TO dependent-game-count.
    MOVE 0 TO dependent-schedule-count.

    OPEN INPUT games-master-file.
    IF games-master-status = "00" THEN
        MOVE dependent-target-team TO gm-team-name
        MOVE 0 TO gm-game-date
        MOVE LOW-VALUES TO gm-opponent
        MOVE 0 TO gm-game-seq
        START games-master-file KEY IS NOT LESS THAN gm-game-key
            INVALID KEY CONTINUE
            NOT INVALID KEY
                PERFORM FOREVER
                    READ games-master-file NEXT
                        AT END EXIT PERFORM
                        NOT AT END
                            IF gm-team-name NOT = dependent-target-team
                                    THEN
                                EXIT PERFORM
                            END-IF
                            ADD 1 TO dependent-game-count
                    END-READ

                    *> a read error runs neither phrase above -- bail
                    *> out rather than spin on it.
                    IF games-master-status NOT = "00" THEN
                        EXIT PERFORM
                    END-IF
                END-PERFORM
        END-START
        CLOSE games-master-file
    END-IF.

    OPEN INPUT schedule-master-file.
    IF schedule-master-status = "00" THEN
        MOVE dependent-target-team TO sm-team-name
        MOVE 0 TO sm-game-date
        MOVE LOW-VALUES TO sm-opponent
        MOVE 0 TO sm-game-seq
        START schedule-master-file KEY IS NOT LESS THAN sm-sched-key
            INVALID KEY CONTINUE
            NOT INVALID KEY
                PERFORM FOREVER
                    READ schedule-master-file NEXT
                        AT END EXIT PERFORM
                        NOT AT END
                            IF sm-team-name NOT = dependent-target-team
                                    THEN
                                EXIT PERFORM
                            END-IF
                            ADD 1 TO dependent-schedule-count
                    END-READ

                    IF schedule-master-status NOT = "00" THEN
                        EXIT PERFORM
                    END-IF
                END-PERFORM
        END-START
        CLOSE schedule-master-file
    END-IF.
DONE-COUNT-TEAM-DEPENDENTS.

Stop Run.
End Program Class10t.

*>-----------------------------------------
*>-----------------------------------------
*>-----------------------------------------

Identification Division.
Program-id. Class10p.
*> Playoff seeding report.  Reads the games master GAMESIDX.DAT and
*> ranks every team by the league's tie-breaker chain -- record
*> first, then head-to-head among the teams still level, then point
*> differential -- and prints the seed order with, for every tie it
*> had to break, the rule that broke it.  One run replaces the
*> season-end ritual of cross-referencing CLASS10R.RPT and
*> CLASS10H.RPT by hand, and the TIE-BREAK column is the "show your
*> work" a seeding dispute demands.  Forfeits count as the win/loss
*> Class10s booked; postponements count as nothing.
Environment Division.
Input-Output Section.
File-Control.
        Select games-master-file
           assign "GAMESIDX.DAT"
           organization indexed
           access dynamic record key is gm-game-key
           file status is games-master-status.

        Select print-file
           assign "CLASS10P.RPT"
           organization line sequential.
Data Division.
File Section.
FD games-master-file.
    01 games-master-record.
        02 gm-game-key.
            03 gm-team-name PIC X(15).
            03 gm-game-date PIC 9(8).
            03 gm-opponent PIC X(15).
            03 gm-game-seq PIC 99. *> which game of a same-date pair
        02 gm-points-for PIC 99.
        02 gm-points-against PIC 99.
        02 gm-game-status PIC X. *> G = played, F = forfeit, P = postponed
        02 gm-makeup-date PIC 9(8). *> postponements only -- the make-up date

FD print-file.
    01 print-record PIC X(80).

Working-Storage Section.
01 games-master-status Pic XX.

01 report-line PIC X(80).
01 report-run-date PIC 9(8).
01 report-page-number PIC 9(3) VALUE 0.
01 report-line-count PIC 9(2) VALUE 99.
01 report-page-depth PIC 9(2) VALUE 55.
01 differential-display PIC +9(5).

*> one entry per team, built off the master and sorted into seed
*> order in place -- a seeding has to weigh every team against every
*> other, so the whole field is held here, sized for the merged
*> county league.
01 seed-table.
    05 seed-entry occurs 200 times indexed by seed-idx.
        10 st-team-name pic X(15).
        10 st-wins pic 9(3) value 0.
        10 st-losses pic 9(3) value 0.
        10 st-points-for pic 9(5) value 0.
        10 st-points-against pic 9(5) value 0.
        10 st-differential pic S9(5) value 0.
        10 st-h2h-wins pic 9(3) value 0.
01 seed-count pic 9(3) value 0.

01 lookup-team-name pic X(15).
01 lookup-team-index pic 9(3).
01 found-switch pic X value "N".
    88 team-found value "Y".
    88 team-not-found value "N".

*> exchange-sort scratch

Stop Run.
End Program Class10x.

*>-----------------------------------------
*>-----------------------------------------
*>-----------------------------------------

Identification Division.
Program-id. Class10d.
*> Score-dispute queue.  Class10s no longer lets the later of two
*> clubs' blocks overwrite the earlier one's score on GAMESIDX.DAT --
*> a game the two reports disagree on is held on DISPUTE.DAT with
*> both versions, and the master keeps the first one booked until
*> the league office decides.  This is the league office's side of
*> that queue, in the one-command style of Class10t:
*>   DRPT  prints CLASS10D.RPT -- every open dispute with both
*>         versions, then the ones already settled
*>   DRES  walks the open disputes one at a time; each can keep the
*>         master's version, take the incoming one, or have a
*>         corrected score keyed in -- both views on the games master
*>         are rewritten to match and the dispute is marked resolved
*> Scores on a dispute are always seen from dsp-team-name's side
*> (the lower-sorting name, the Class10x rule).
Environment Division.
Input-Output Section.
File-Control.
        Select dispute-file
           assign "DISPUTE.DAT"
           organization indexed
           access dynamic record key is dsp-game-key
           file status is dispute-status.

        Select games-master-file
           assign "GAMESIDX.DAT"
           organization indexed
           access dynamic record key is gm-game-key
           file status is games-master-status.

        Select print-file
           assign "CLASS10D.RPT"
           organization line sequential.
Data Division.
File Section.
FD dispute-file.
    01 dispute-record.
        02 dsp-game-key.
            03 dsp-team-name PIC X(15).
            03 dsp-game-date PIC 9(8).
            03 dsp-opponent PIC X(15).
            03 dsp-game-seq PIC 99.
        02 dsp-status PIC X. *> O = open, R = resolved
            88 dispute-is-open value "O".
            88 dispute-is-resolved value "R".
        02 dsp-master-points-for PIC 99.
        02 dsp-master-points-against PIC 99.
        02 dsp-master-status PIC X.
        02 dsp-master-makeup-date PIC 9(8).
        02 dsp-incoming-points-for PIC 99.
        02 dsp-incoming-points-against PIC 99.
        02 dsp-incoming-status PIC X.
        02 dsp-incoming-makeup-date PIC 9(8).
        02 dsp-reporting-team PIC X(15).
        02 dsp-input-file PIC X(20).
        *> M = master kept, I = incoming taken, C = corrected
        02 dsp-resolution PIC X.
        02 dsp-resolved-date PIC 9(8).
        *> the result the resolution booked on the master, same side --
        *> the master and incoming versions above are kept as reported
        02 dsp-booked-points-for PIC 99.
        02 dsp-booked-points-against PIC 99.
        02 dsp-booked-status PIC X.
        02 dsp-booked-makeup-date PIC 9(8).

FD games-master-file.
    01 games-master-record.
        02 gm-game-key.
            03 gm-team-name PIC X(15).
            03 gm-game-date PIC 9(8).
            03 gm-opponent PIC X(15).
            03 gm-game-seq PIC 99. *> which game of a same-date pair
        02 gm-points-for PIC 99.
        02 gm-points-against PIC 99.
        02 gm-game-status PIC X. *> G = played, F = forfeit, P = postponed
        02 gm-makeup-date PIC 9(8). *> postponements only -- the make-up date

FD print-file.
    01 print-record PIC X(80).

Working-Storage Section.
01 dispute-status Pic XX.
01 games-master-status Pic XX.
01 command Pic X(6).
01 resolution-answer Pic X.
    88 keep-master-version value "M" "m".
    88 take-incoming-version value "I" "i".
    88 enter-corrected-version value "C" "c".

*> the version being written back to the master, from
*> dsp-team-name's side
01 resolved-points-for Pic 99.
01 resolved-points-against Pic 99.
01 resolved-status Pic X.
01 resolved-makeup-date Pic 9(8).
01 corrected-status-entry Pic X.

01 report-line PIC X(80).
01 report-run-date PIC 9(8).
01 report-page-number PIC 9(3) VALUE 0.
01 report-line-count PIC 9(2) VALUE 99.
01 report-page-depth PIC 9(2) VALUE 55.

01 report-selected-status Pic X.
01 disputes-listed Pic 9(5).
01 open-disputes-count Pic 9(5) Value 0.
01 resolved-disputes-count Pic 9(5) Value 0.
01 disputes-read Pic 9(7) Value 0.
01 disputes-resolved-now Pic 9(5) Value 0.

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
EVAL-DISPUTE-COMMANDS.
    Display "DRPT, DRES, EXIT ? :" with no advancing
    Accept command.
    Evaluate command

        when "DRPT"
              Display "Printing the score-dispute report"
              PERFORM dispute-report

        when "DRES"
              Display "Resolving open score disputes"
              PERFORM dispute-resolve

        when "EXIT"
              Display "Exiting"
              Stop Run

        when other
              Display "Invalid command"

        END-EVALUATE.
DONE-EVAL-DISPUTE-COMMANDS.

Stop Run.

DISPUTE-REPORT. *>prints the open disputes, then the settled ones
    OPEN INPUT dispute-file.
    IF dispute-status NOT = "00" THEN
        DISPLAY "Dispute file DISPUTE.DAT unavailable (status "
            dispute-status ") -- no disputes have been held"
    ELSE
        MOVE "Class10d" TO jlr-program-name
        MOVE "START" TO jlr-action
        MOVE SPACES TO jlr-status
        MOVE "DISPUTE.DAT" TO jlr-input-file
        MOVE 0 TO jlr-records-read
        MOVE 0 TO jlr-records-written
        MOVE 0 TO jlr-records-rejected
        CALL "joblog" USING job-log-request

        ACCEPT report-run-date FROM DATE YYYYMMDD
        OPEN OUTPUT print-file

        MOVE "OPEN DISPUTES -- MASTER VERSION STANDS UNTIL RESOLVED"
            TO report-line
        PERFORM PRINT-REPORT-LINE
        MOVE SPACES TO report-line
        PERFORM PRINT-REPORT-LINE
        MOVE "O" TO report-selected-status
        PERFORM LIST-DISPUTES
        MOVE disputes-listed TO open-disputes-count

        MOVE SPACES TO report-line
        PERFORM PRINT-REPORT-LINE
        MOVE "RESOLVED DISPUTES" TO report-line
        PERFORM PRINT-REPORT-LINE
        MOVE SPACES TO report-line
        PERFORM PRINT-REPORT-LINE
        MOVE "R" TO report-selected-status
        PERFORM LIST-DISPUTES
        MOVE disputes-listed TO resolved-disputes-count

        MOVE SPACES TO report-line
        PERFORM PRINT-REPORT-LINE
        MOVE SPACES TO report-line
        STRING "END OF REPORT -- OPEN: " open-disputes-count
            "  RESOLVED: " resolved-disputes-count
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE

        CLOSE print-file
        CLOSE dispute-file
        DISPLAY "Score disputes written to CLASS10D.RPT"

        *> an open dispute is a game still missing from the
        *> standings, so the step ends WARN until the queue is empty.
        MOVE "Class10d" TO jlr-program-name
        MOVE "END" TO jlr-action
        IF open-disputes-count > 0 THEN
            MOVE "WARN" TO jlr-status
        ELSE
            MOVE "OK" TO jlr-status
        END-IF
        MOVE "DISPUTE.DAT" TO jlr-input-file
        MOVE disputes-read TO jlr-records-read
        COMPUTE jlr-records-written =
            open-disputes-count + resolved-disputes-count
        MOVE 0 TO jlr-records-rejected
        CALL "joblog" USING job-log-request
    END-IF.
DONE-DISPUTE-REPORT.

LIST-DISPUTES.
*> one pass over the dispute file from the top, printing only the
*> disputes in report-selected-status.
    MOVE 0 TO disputes-listed.
    MOVE LOW-VALUES TO dsp-game-key.
    START dispute-file KEY IS NOT LESS THAN dsp-game-key
        INVALID KEY CONTINUE
        NOT INVALID KEY
            PERFORM FOREVER
                READ dispute-file NEXT
                    AT END EXIT PERFORM

                    NOT AT END PERFORM LIST-ONE-DISPUTE

                END-READ

                *> a read error runs neither phrase above -- bail out
                *> rather than spin on it.
                IF dispute-status NOT = "00" THEN
                    EXIT PERFORM
                END-IF
            END-PERFORM
    END-START.
DONE-LIST-DISPUTES.

LIST-ONE-DISPUTE.
    ADD 1 TO disputes-read.
    IF dsp-status = report-selected-status THEN
        ADD 1 TO disputes-listed
        MOVE SPACES TO report-line
        STRING "  " dsp-game-date "  " dsp-team-name " v " dsp-opponent
            "  GAME " dsp-game-seq
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE

        MOVE SPACES TO report-line
        STRING "      MASTER   " dsp-master-points-for "-"
            dsp-master-points-against " " dsp-master-status
            "  MAKE-UP " dsp-master-makeup-date
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE

        MOVE SPACES TO report-line
        STRING "      INCOMING " dsp-incoming-points-for "-"
            dsp-incoming-points-against " " dsp-incoming-status
            "  MAKE-UP " dsp-incoming-makeup-date
            "  FROM " dsp-reporting-team " " dsp-input-file
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE

        IF dispute-is-resolved THEN
            MOVE SPACES TO report-line
            STRING "      RESOLVED " dsp-resolved-date
                "  (" dsp-resolution ")  BOOKED AS "
                dsp-booked-points-for "-" dsp-booked-points-against
                " " dsp-booked-status
                "  MAKE-UP " dsp-booked-makeup-date
                DELIMITED BY SIZE INTO report-line
            PERFORM PRINT-REPORT-LINE
        END-IF
    END-IF.
DONE-LIST-ONE-DISPUTE.

DISPUTE-RESOLVE. *>walks the open disputes one at a time
    OPEN I-O dispute-file.
    IF dispute-status NOT = "00" THEN
        DISPLAY "Dispute file DISPUTE.DAT unavailable (status "
            dispute-status ") -- no disputes have been held"
    ELSE
        OPEN I-O games-master-file
        IF games-master-status NOT = "00" THEN
            DISPLAY "Cannot open GAMESIDX.DAT (status "
                games-master-status ") -- run the normalize job first"
        ELSE
            PERFORM FOREVER
                READ dispute-file NEXT
                    AT END EXIT PERFORM

                    NOT AT END
                        IF dispute-is-open THEN
                            PERFORM RESOLVE-ONE-DISPUTE
                        END-IF

                END-READ

                IF dispute-status NOT = "00" THEN
                    EXIT PERFORM
                END-IF
            END-PERFORM
            CLOSE games-master-file
            DISPLAY "Disputes resolved this session: "
                disputes-resolved-now
        END-IF
        CLOSE dispute-file
    END-IF.
DONE-DISPUTE-RESOLVE.

RESOLVE-ONE-DISPUTE.
    DISPLAY " ".
    DISPLAY dsp-game-date " " dsp-team-name " v " dsp-opponent
        " game " dsp-game-seq.
    DISPLAY "  Master:   " dsp-master-points-for "-"
        dsp-master-points-against " " dsp-master-status
        " make-up " dsp-master-makeup-date.
    DISPLAY "  Incoming: " dsp-incoming-points-for "-"
        dsp-incoming-points-against " " dsp-incoming-status
        " make-up " dsp-incoming-makeup-date
        " from " dsp-reporting-team.
    DISPLAY "Keep Master, take Incoming, enter a Corrected score,"
        " or blank to leave open (M/I/C): " with no advancing.
    ACCEPT resolution-answer.

    EVALUATE TRUE
        WHEN keep-master-version
            *> the master already holds this version -- nothing to
            *> rebook, only the dispute to close.
            MOVE dsp-master-points-for TO dsp-booked-points-for
            MOVE dsp-master-points-against TO dsp-booked-points-against
            MOVE dsp-master-status TO dsp-booked-status
            MOVE dsp-master-makeup-date TO dsp-booked-makeup-date
            MOVE "M" TO dsp-resolution
            PERFORM CLOSE-OUT-DISPUTE

        WHEN take-incoming-version
            MOVE dsp-incoming-points-for TO resolved-points-for
            MOVE dsp-incoming-points-against TO resolved-points-against
            MOVE dsp-incoming-status TO resolved-status
            MOVE dsp-incoming-makeup-date TO resolved-makeup-date
            PERFORM REBOOK-BOTH-VIEWS
            MOVE "I" TO dsp-resolution
            PERFORM CLOSE-OUT-DISPUTE

        WHEN enter-corrected-version
            PERFORM ACCEPT-CORRECTED-VERSION
            PERFORM REBOOK-BOTH-VIEWS
            MOVE "C" TO dsp-resolution
            PERFORM CLOSE-OUT-DISPUTE

        WHEN OTHER
            DISPLAY "Left open"
    END-EVALUATE.
DONE-RESOLVE-ONE-DISPUTE.

ACCEPT-CORRECTED-VERSION.
    DISPLAY "Corrected points for " dsp-team-name ": " with no advancing.
    ACCEPT resolved-points-for.
    DISPLAY "Corrected points for " dsp-opponent ": " with no advancing.
    ACCEPT resolved-points-against.
    DISPLAY "Status G/F/P (blank = G): " with no advancing.
    ACCEPT corrected-status-entry.
    IF corrected-status-entry = "F" OR corrected-status-entry = "f" THEN
        MOVE "F" TO resolved-status
    ELSE
        IF corrected-status-entry = "P" OR corrected-status-entry = "p" THEN
            MOVE "P" TO resolved-status
        ELSE
            MOVE "G" TO resolved-status
        END-IF
    END-IF.
    MOVE 0 TO resolved-makeup-date.
    IF resolved-status = "P" THEN
        *> a washout never carries a score, the Class10s rule.
        MOVE 0 TO resolved-points-for
        MOVE 0 TO resolved-points-against
        DISPLAY "Make-up date (yyyymmdd): " with no advancing
        ACCEPT resolved-makeup-date
    END-IF.
DONE-ACCEPT-CORRECTED-VERSION.

REBOOK-BOTH-VIEWS.
*> rewrites the game under both teams' names, the way Class10s books
*> it -- a view missing from the master is written back.
    MOVE dsp-team-name TO gm-team-name.
    MOVE dsp-game-date TO gm-game-date.
    MOVE dsp-opponent TO gm-opponent.
    MOVE dsp-game-seq TO gm-game-seq.
    MOVE resolved-points-for TO gm-points-for.
    MOVE resolved-points-against TO gm-points-against.
    PERFORM PUT-ONE-MASTER-VIEW.

    MOVE dsp-opponent TO gm-team-name.
    MOVE dsp-game-date TO gm-game-date.
    MOVE dsp-team-name TO gm-opponent.
    MOVE dsp-game-seq TO gm-game-seq.
    MOVE resolved-points-against TO gm-points-for.
    MOVE resolved-points-for TO gm-points-against.
    PERFORM PUT-ONE-MASTER-VIEW.

    *> the dispute keeps both reported versions and records what the
    *> master now carries alongside them.
    MOVE resolved-points-for TO dsp-booked-points-for.
    MOVE resolved-points-against TO dsp-booked-points-against.
    MOVE resolved-status TO dsp-booked-status.
    MOVE resolved-makeup-date TO dsp-booked-makeup-date.
DONE-REBOOK-BOTH-VIEWS.

PUT-ONE-MASTER-VIEW.
    MOVE resolved-status TO gm-game-status.
    MOVE resolved-makeup-date TO gm-makeup-date.
    REWRITE games-master-record
        INVALID KEY
            WRITE games-master-record END-WRITE
    END-REWRITE.
DONE-PUT-ONE-MASTER-VIEW.

CLOSE-OUT-DISPUTE.
    MOVE "R" TO dsp-status.
    ACCEPT dsp-resolved-date FROM DATE YYYYMMDD.
    REWRITE dispute-record END-REWRITE.
    ADD 1 TO disputes-resolved-now.
    DISPLAY "Dispute resolved (" dsp-resolution ")".
DONE-CLOSE-OUT-DISPUTE.

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
    STRING "SCORE DISPUTES   RUN DATE " report-run-date
        "   INPUT DISPUTE.DAT   PAGE " report-page-number
        DELIMITED BY SIZE INTO print-record.
    WRITE print-record.
    MOVE "  DATE      TEAM              OPPONENT         PTS-PTS ST"
        TO print-record.
    WRITE print-record.
    MOVE SPACES TO print-record.
    WRITE print-record.
    MOVE 3 TO report-line-count.
DONE-PRINT-PAGE-HEADING.

Stop Run.
End Program Class10d.

*>-----------------------------------------
*>-----------------------------------------
*>-----------------------------------------

Identification Division.
Program-id. Class10g.
*> Round-robin schedule generator.  Builds the season's fixture list
*> SCHED.DAT straight off the registered-team master TEAMMAST.DAT
*> instead of the league office keying it by hand -- every team meets
*> every other team in its reg-division the requested number of
*> times, and the file comes out in exactly the shape Class10l loads
*> (home team, away team, date), so nothing downstream changes.
*>
*> The run is steered by SCHEDPRM.DAT, one setting per line:
*>   S yyyymmdd   season start date (required)
*>   D n          a game day of the week, 1 = Monday ... 7 = Sunday
*>                (the DAY-OF-WEEK numbering) -- one line per day
*>   B yyyymmdd   a blackout date -- no games anywhere on it
*>   M nn         meetings per pair (blank or zero = 01)
*>
*> Pairings come from the circle method, one round per playing date.
*> Round N of every division falls on the same date, and a team plays
*> once per round, so no team can be booked twice on a date.  On the
*> first time round, the host of each pairing is whichever side has
*> had fewer home games so far; every later meeting of the pair
*> swaps the host, so home and away stay balanced.  The proof report
*> CLASS10G.RPT lists each team's fixtures with its home/away counts
*> for the league office to sign off before Class10l loads the file.
Environment Division.
Input-Output Section.
File-Control.
        Select schedule-parm-file
           assign "SCHEDPRM.DAT"
           organization line sequential
           file status is schedule-parm-status.

        Select team-master-file
           assign "TEAMMAST.DAT"
           organization indexed
           access dynamic record key is reg-team-name
           file status is team-master-status.

        Select schedule-output-file
           assign "SCHED.DAT"
           organization line sequential
           file status is schedule-output-status.

        Select print-file
           assign "CLASS10G.RPT"
           organization line sequential.

        Select fixture-sort-file
           assign "SORTWK01".
Data Division.
File Section.
FD schedule-parm-file.
    01 schedule-parm-record.
        03 parm-type PIC X.
            88 start-date-parm value "S".
            88 game-day-parm value "D".
            88 blackout-parm value "B".
            88 meetings-parm value "M".
        03 PIC X.
        03 parm-value PIC X(8).

    01 parm-date-record.
        03 PIC XX.
        03 parm-date PIC 9(8).

    01 parm-day-record.
        03 PIC XX.
        03 parm-day PIC 9.

    01 parm-meetings-record.
        03 PIC XX.
        03 parm-meetings PIC 99.

FD team-master-file.
    01 registered-team-record.
        02 reg-team-name PIC X(15).
        02 reg-division PIC X(4).

*> the Class10l input layout -- the home side is written first.
FD schedule-output-file.
    01 schedule-output-record.
        03 sched-out-team PIC X(15).
        03 sched-out-opponent PIC X(15).
        03 sched-out-date PIC 9(8).

FD print-file.
    01 print-record PIC X(80).

SD fixture-sort-file.
    01 fixture-sort-record.
        02 fs-division PIC X(4).
        02 fs-team-name PIC X(15).
        02 fs-game-date PIC 9(8).
        02 fs-opponent PIC X(15).
        02 fs-home-away PIC X. *> H = at home, A = away

Working-Storage Section.
01 schedule-parm-status Pic XX.
01 team-master-status Pic XX.
01 schedule-output-status Pic XX.

01 season-start-date Pic 9(8) Value 0.
01 meetings-per-pair Pic 99 Value 0.
01 parm-lines-read Pic 9(5) Value 0.
01 parm-lines-skipped Pic 9(5) Value 0.

*> game days, by DAY-OF-WEEK number
01 game-day-table.
    05 game-day-flag pic X occurs 7 times.
01 game-day-count pic 9 value 0.
01 day-name-table pic X(21) value "MONTUEWEDTHUFRISATSUN".
01 day-name-entry redefines day-name-table.
    05 day-name pic X(3) occurs 7 times.
01 day-index pic 9.

01 blackout-table.
    05 blackout-date pic 9(8) occurs 100 times.
01 blackout-count pic 9(3) value 0.
01 blackout-index pic 9(3).
01 blackout-switch pic X.
    88 date-is-blacked-out value "Y".

*> every registered team, with its running home/away counts
01 team-table.
    05 team-entry occurs 200 times.
        10 tt-team-name pic X(15).
        10 tt-division pic X(4).
        10 tt-home-count pic 9(3) value 0.
        10 tt-away-count pic 9(3) value 0.
01 team-count pic 9(3) value 0.
01 team-index pic 9(3).

01 division-table.
    05 division-code pic X(4) occurs 50 times.
01 division-count pic 9(3) value 0.
01 division-index pic 9(3).
01 division-probe pic 9(3).
01 division-found-switch pic X.
    88 division-found value "Y".
01 division-member-count pic 9(3).
01 most-division-members pic 9(3) value 0.
01 lone-team-divisions pic 9(3) value 0.

*> the division being scheduled -- member n is team-table entry
*> member-team (n); circle-slot holds member numbers, 0 = the bye.
01 member-table.
    05 member-team pic 9(3) occurs 40 times.
01 member-count pic 9(3).
01 circle-table.
    05 circle-slot pic 9(3) occurs 40 times.
01 circle-size pic 9(3).
01 circle-index pic 9(3).
01 circle-hold pic 9(3).
01 half-circle pic 9(3).
01 slot-index pic 9(3).

*> who hosted each pair's last meeting, by member number -- the
*> lower member number first
01 pair-host-table.
    05 pair-host-row occurs 40 times.
        10 pair-last-host pic 9(3) occurs 40 times.
01 pair-low pic 9(3).
01 pair-high pic 9(3).

01 rounds-per-cycle pic 9(3).
01 cycle-number pic 99.
01 round-number pic 9(3).
01 league-round pic 9(3).
01 rounds-needed pic 9(3).
01 member-a pic 9(3).
01 member-b pic 9(3).
01 host-member pic 9(3).
01 visitor-member pic 9(3).
01 host-team pic 9(3).
01 visitor-team pic 9(3).
01 round-parity pic 9.
01 round-half pic 9(3).

*> the playing dates, one per league round
01 playing-date-table.
    05 playing-date pic 9(8) occurs 400 times.
01 playing-dates-built pic 9(3) value 0.

*> date arithmetic -- no date table to run off the end of
01 work-date pic 9(8).
01 work-date-parts redefines work-date.
    05 work-year pic 9(4).
    05 work-month pic 99.
    05 work-day pic 99.
01 work-weekday pic 9.
01 month-length-table pic X(24) value "312831303130313130313031".
01 month-length-entry redefines month-length-table.
    05 month-length-days pic 99 occurs 12 times.
01 month-length pic 99.
01 leap-quotient pic 9(4).
01 leap-remainder-4 pic 9(3).
01 leap-remainder-100 pic 9(3).
01 leap-remainder-400 pic 9(3).
01 zeller-month pic 99.
01 zeller-year pic 9(4).
01 zeller-century pic 99.
01 zeller-year-of-century pic 99.
01 zeller-month-term pic 9(3).
01 zeller-century-quarter pic 99.
01 zeller-year-quarter pic 99.
01 zeller-sum pic 9(4).
01 zeller-quotient pic 9(4).
01 zeller-remainder pic 9.
*> two digits -- remainder + 5 runs to 11 before it is turned round
01 zeller-weekday pic 99.

01 fixtures-written pic 9(5) value 0.

01 report-line PIC X(80).
01 report-run-date PIC 9(8).
01 report-page-number PIC 9(3) VALUE 0.
01 report-line-count PIC 9(2) VALUE 99.
01 report-page-depth PIC 9(2) VALUE 55.

*> the proof report's division and team breaks
01 current-report-division pic X(4) value low-values.
01 current-report-team pic X(15).
01 proof-team-in-progress-switch pic X value "N".
    88 proof-team-in-progress value "Y".
01 proof-home-count pic 9(3).
01 proof-away-count pic 9(3).
01 proof-last-date pic 9(8).
01 proof-teams-listed pic 9(3) value 0.
01 unbalanced-team-count pic 9(3) value 0.
01 double-booked-count pic 9(3) value 0.
01 home-away-word pic X(4).
01 day-column pic 99.
01 sort-at-end-switch pic X.
    88 sort-input-exhausted value "Y".

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
    MOVE ALL "N" TO game-day-table.

    OPEN INPUT schedule-parm-file.
    IF schedule-parm-status NOT = "00" THEN
        DISPLAY "Cannot open SCHEDPRM.DAT (status " schedule-parm-status
            ") -- nothing to schedule from"
        STOP RUN
    END-IF.

    PERFORM FOREVER
        READ schedule-parm-file
            AT END EXIT PERFORM

            NOT AT END PERFORM LOAD-ONE-PARM

        END-READ

        *> a read error runs neither phrase above -- bail out
        *> rather than spin on it.
        IF schedule-parm-status NOT = "00" THEN
            EXIT PERFORM
        END-IF
    END-PERFORM.
    CLOSE schedule-parm-file.

    IF season-start-date = 0 OR game-day-count = 0 THEN
        DISPLAY "SCHEDPRM.DAT needs an S start-date line and at least"
            " one D game-day line -- nothing scheduled"
        STOP RUN
    END-IF.
    IF meetings-per-pair = 0 THEN
        MOVE 1 TO meetings-per-pair
    END-IF.

    OPEN INPUT team-master-file.
    IF team-master-status NOT = "00" THEN
        DISPLAY "Registered-team master TEAMMAST.DAT unavailable"
            " (status " team-master-status ") -- use Class10t to build it"
        STOP RUN
    END-IF.

    MOVE "Class10g" TO jlr-program-name.
    MOVE "START" TO jlr-action.
    MOVE SPACES TO jlr-status.
    MOVE "TEAMMAST.DAT" TO jlr-input-file.
    MOVE 0 TO jlr-records-read.
    MOVE 0 TO jlr-records-written.
    MOVE 0 TO jlr-records-rejected.
    CALL "joblog" USING job-log-request.

    PERFORM FOREVER
        READ team-master-file NEXT
            AT END EXIT PERFORM

            NOT AT END PERFORM LOAD-ONE-TEAM

        END-READ

        IF team-master-status NOT = "00" THEN
            EXIT PERFORM
        END-IF
    END-PERFORM.
    CLOSE team-master-file.

    *> the biggest division sets how many league rounds -- and so
    *> how many playing dates -- the season needs.
    PERFORM SIZE-ONE-DIVISION
        VARYING division-index FROM 1 BY 1
        UNTIL division-index > division-count.
    IF most-division-members > 1 THEN
        MOVE most-division-members TO circle-size
        DIVIDE circle-size BY 2 GIVING round-half
            REMAINDER round-parity
        IF round-parity = 1 THEN
            ADD 1 TO circle-size
        END-IF
        COMPUTE rounds-needed = (circle-size - 1) * meetings-per-pair
    ELSE
        MOVE 0 TO rounds-needed
    END-IF.
    IF rounds-needed > 400 THEN
        DISPLAY "*** ABEND: playing-date table is full (400 rounds) --"
            " reduce the meetings per pair ***"
        STOP RUN
    END-IF.

    PERFORM BUILD-PLAYING-DATES.

    ACCEPT report-run-date FROM DATE YYYYMMDD.
    OPEN OUTPUT schedule-output-file.
    OPEN OUTPUT print-file.
    PERFORM PRINT-SCHEDULE-PARMS.

    *> the input procedure generates every division's fixtures and
    *> writes SCHED.DAT as it goes; each fixture is also released
    *> once per team so the proof comes back in team/date order.
    SORT fixture-sort-file
        ON ASCENDING KEY fs-division
        ON ASCENDING KEY fs-team-name
        ON ASCENDING KEY fs-game-date
        INPUT PROCEDURE IS GENERATE-ALL-DIVISIONS
            THRU DONE-GENERATE-ALL-DIVISIONS
        OUTPUT PROCEDURE IS PRINT-PROOF-OUTPUT
            THRU DONE-PRINT-PROOF-OUTPUT.

    MOVE SPACES TO report-line.
    PERFORM PRINT-REPORT-LINE.
    MOVE SPACES TO report-line.
    STRING "END OF REPORT -- FIXTURES WRITTEN: " fixtures-written
        "  TEAMS: " proof-teams-listed
        "  UNBALANCED: " unbalanced-team-count
        "  DOUBLE-BOOKED: " double-booked-count
        DELIMITED BY SIZE INTO report-line.
    PERFORM PRINT-REPORT-LINE.

    CLOSE schedule-output-file.
    CLOSE print-file.

    DISPLAY "Schedule generation complete.".
    DISPLAY "  Teams on the master: " team-count.
    DISPLAY "  Fixtures written to SCHED.DAT: " fixtures-written.
    DISPLAY "  Proof report written to CLASS10G.RPT".

    MOVE "Class10g" TO jlr-program-name.
    MOVE "END" TO jlr-action.
    IF parm-lines-skipped > 0 OR lone-team-divisions > 0
            OR unbalanced-team-count > 0 OR double-booked-count > 0 THEN
        MOVE "WARN" TO jlr-status
    ELSE
        MOVE "OK" TO jlr-status
    END-IF.
    MOVE "TEAMMAST.DAT" TO jlr-input-file.
    MOVE team-count TO jlr-records-read.
    MOVE fixtures-written TO jlr-records-written.
    MOVE parm-lines-skipped TO jlr-records-rejected.
    CALL "joblog" USING job-log-request.

    Stop run.

LOAD-ONE-PARM.
    ADD 1 TO parm-lines-read.
    EVALUATE TRUE
        WHEN start-date-parm AND parm-date NUMERIC
            MOVE parm-date TO work-date
            PERFORM SET-MONTH-LENGTH
            IF work-month < 1 OR work-month > 12 OR work-day < 1
                    OR work-day > month-length THEN
                PERFORM SKIP-ONE-PARM
            ELSE
                MOVE parm-date TO season-start-date
            END-IF

        WHEN game-day-parm AND parm-day NUMERIC
                AND parm-day > 0 AND parm-day < 8
            IF game-day-flag (parm-day) NOT = "Y" THEN
                MOVE "Y" TO game-day-flag (parm-day)
                ADD 1 TO game-day-count
            END-IF

        WHEN blackout-parm AND parm-date NUMERIC
            IF blackout-count >= 100 THEN
                DISPLAY "*** ABEND: blackout table is full (100 dates)"
                    " ***"
                STOP RUN
            END-IF
            ADD 1 TO blackout-count
            MOVE parm-date TO blackout-date (blackout-count)

        WHEN meetings-parm AND parm-meetings NUMERIC
            MOVE parm-meetings TO meetings-per-pair

        WHEN OTHER
            PERFORM SKIP-ONE-PARM
    END-EVALUATE.
DONE-LOAD-ONE-PARM.

SKIP-ONE-PARM.
    ADD 1 TO parm-lines-skipped.
    DISPLAY "Skipping bad SCHEDPRM.DAT line: " schedule-parm-record.
DONE-SKIP-ONE-PARM.

LOAD-ONE-TEAM.
    IF team-count >= 200 THEN
        DISPLAY "*** ABEND: team-table is full (200 teams) -- "
            "cannot add " reg-team-name " ***"
        STOP RUN
    END-IF.
    ADD 1 TO team-count.
    MOVE reg-team-name TO tt-team-name (team-count).
    MOVE reg-division TO tt-division (team-count).

    MOVE "N" TO division-found-switch.
    PERFORM FIND-ONE-DIVISION
        VARYING division-probe FROM 1 BY 1
        UNTIL division-probe > division-count OR division-found.
    IF NOT division-found THEN
        IF division-count >= 50 THEN
            DISPLAY "*** ABEND: division-table is full (50) -- "
                "cannot add " reg-division " ***"
            STOP RUN
        END-IF
        ADD 1 TO division-count
        MOVE reg-division TO division-code (division-count)
    END-IF.
DONE-LOAD-ONE-TEAM.

FIND-ONE-DIVISION.
    IF division-code (division-probe) = reg-division THEN
        SET division-found TO TRUE
    END-IF.
DONE-FIND-ONE-DIVISION.

SIZE-ONE-DIVISION.
    MOVE 0 TO division-member-count.
    PERFORM COUNT-ONE-MEMBER
        VARYING team-index FROM 1 BY 1
        UNTIL team-index > team-count.
    IF division-member-count > 40 THEN
        DISPLAY "*** ABEND: member-table is full (40 teams) -- "
            "division " division-code (division-index) " has "
            division-member-count " ***"
        STOP RUN
    END-IF.
    IF division-member-count > most-division-members THEN
        MOVE division-member-count TO most-division-members
    END-IF.
DONE-SIZE-ONE-DIVISION.

COUNT-ONE-MEMBER.
    IF tt-division (team-index) = division-code (division-index) THEN
        ADD 1 TO division-member-count
    END-IF.
DONE-COUNT-ONE-MEMBER.

BUILD-PLAYING-DATES.
*> walks the calendar forward from the start date, keeping every
*> game day that is not blacked out, until there is a date for
*> every league round.
    MOVE season-start-date TO work-date.
    PERFORM SET-START-WEEKDAY.
    PERFORM CONSIDER-ONE-DATE
        UNTIL playing-dates-built >= rounds-needed.
DONE-BUILD-PLAYING-DATES.

CONSIDER-ONE-DATE.
    IF game-day-flag (work-weekday) = "Y" THEN
        MOVE "N" TO blackout-switch
        PERFORM CHECK-ONE-BLACKOUT
            VARYING blackout-index FROM 1 BY 1
            UNTIL blackout-index > blackout-count
                OR date-is-blacked-out
        IF NOT date-is-blacked-out THEN
            ADD 1 TO playing-dates-built
            MOVE work-date TO playing-date (playing-dates-built)
        END-IF
    END-IF.
    PERFORM ADVANCE-ONE-DAY.
DONE-CONSIDER-ONE-DATE.

CHECK-ONE-BLACKOUT.
    IF blackout-date (blackout-index) = work-date THEN
        SET date-is-blacked-out TO TRUE
    END-IF.
DONE-CHECK-ONE-BLACKOUT.

SET-START-WEEKDAY.
*> Zeller's congruence for the start date -- January and February
*> count as months 13 and 14 of the year before.  Zeller's 0 is a
*> Saturday; it is turned round to the DAY-OF-WEEK numbering.
    MOVE work-month TO zeller-month.
    MOVE work-year TO zeller-year.
    IF zeller-month < 3 THEN
        ADD 12 TO zeller-month
        SUBTRACT 1 FROM zeller-year
    END-IF.
    DIVIDE zeller-year BY 100 GIVING zeller-century
        REMAINDER zeller-year-of-century.
    COMPUTE zeller-month-term = (13 * (zeller-month + 1)) / 5.
    DIVIDE zeller-year-of-century BY 4 GIVING zeller-year-quarter.
    DIVIDE zeller-century BY 4 GIVING zeller-century-quarter.
    COMPUTE zeller-sum = work-day + zeller-month-term
        + zeller-year-of-century + zeller-year-quarter
        + zeller-century-quarter + (5 * zeller-century).
    DIVIDE zeller-sum BY 7 GIVING zeller-quotient
        REMAINDER zeller-remainder.
    COMPUTE zeller-weekday = zeller-remainder + 5.
    IF zeller-weekday >= 7 THEN
        SUBTRACT 7 FROM zeller-weekday
    END-IF.
    ADD 1 TO zeller-weekday.
    MOVE zeller-weekday TO work-weekday.
DONE-SET-START-WEEKDAY.

ADVANCE-ONE-DAY.
    PERFORM SET-MONTH-LENGTH.
    ADD 1 TO work-day.
    IF work-day > month-length THEN
        MOVE 1 TO work-day
        ADD 1 TO work-month
        IF work-month > 12 THEN
            MOVE 1 TO work-month
            ADD 1 TO work-year
        END-IF
    END-IF.
    ADD 1 TO work-weekday.
    IF work-weekday > 7 THEN
        MOVE 1 TO work-weekday
    END-IF.
DONE-ADVANCE-ONE-DAY.

SET-MONTH-LENGTH.
*> February has 29 days in a year divisible by 4, unless it is a
*> century year not divisible by 400.
    IF work-month < 1 OR work-month > 12 THEN
        MOVE 0 TO month-length
    ELSE
        MOVE month-length-days (work-month) TO month-length
        IF work-month = 2 THEN
            DIVIDE work-year BY 4 GIVING leap-quotient
                REMAINDER leap-remainder-4
            DIVIDE work-year BY 100 GIVING leap-quotient
                REMAINDER leap-remainder-100
            DIVIDE work-year BY 400 GIVING leap-quotient
                REMAINDER leap-remainder-400
            IF leap-remainder-4 = 0 AND (leap-remainder-100 NOT = 0
                    OR leap-remainder-400 = 0) THEN
                MOVE 29 TO month-length
            END-IF
        END-IF
    END-IF.
DONE-SET-MONTH-LENGTH.

GENERATE-ALL-DIVISIONS.
    PERFORM GENERATE-ONE-DIVISION
        VARYING division-index FROM 1 BY 1
        UNTIL division-index > division-count.
DONE-GENERATE-ALL-DIVISIONS.

GENERATE-ONE-DIVISION.
    MOVE 0 TO member-count.
    PERFORM COLLECT-ONE-MEMBER
        VARYING team-index FROM 1 BY 1
        UNTIL team-index > team-count.

    IF member-count < 2 THEN
        *> a division of one has nobody to play -- the proof shows
        *> the team with no fixtures so the office can regroup it.
        ADD 1 TO lone-team-divisions
        DISPLAY "Division " division-code (division-index)
            " has only one team -- no fixtures generated"
        MOVE division-code (division-index) TO fs-division
        MOVE tt-team-name (member-team (1)) TO fs-team-name
        MOVE 0 TO fs-game-date
        MOVE SPACES TO fs-opponent
        MOVE SPACES TO fs-home-away
        RELEASE fixture-sort-record
    ELSE
        *> an odd-sized division gets a bye slot (member 0) so the
        *> circle always pairs off evenly.
        MOVE member-count TO circle-size
        DIVIDE circle-size BY 2 GIVING half-circle
            REMAINDER round-parity
        IF round-parity = 1 THEN
            ADD 1 TO circle-size
        END-IF
        DIVIDE circle-size BY 2 GIVING half-circle
        COMPUTE rounds-per-cycle = circle-size - 1
        INITIALIZE pair-host-table

        PERFORM GENERATE-ONE-CYCLE
            VARYING cycle-number FROM 1 BY 1
            UNTIL cycle-number > meetings-per-pair
    END-IF.
DONE-GENERATE-ONE-DIVISION.

COLLECT-ONE-MEMBER.
    IF tt-division (team-index) = division-code (division-index) THEN
        ADD 1 TO member-count
        MOVE team-index TO member-team (member-count)
    END-IF.
DONE-COLLECT-ONE-MEMBER.

GENERATE-ONE-CYCLE.
*> every cycle starts the circle from the same order, so the pairs
*> meet in the same rounds each time round and only the host moves.
    PERFORM INITIALIZE-ONE-SLOT
        VARYING circle-index FROM 1 BY 1
        UNTIL circle-index > circle-size.
    PERFORM GENERATE-ONE-ROUND
        VARYING round-number FROM 1 BY 1
        UNTIL round-number > rounds-per-cycle.
DONE-GENERATE-ONE-CYCLE.

INITIALIZE-ONE-SLOT.
    IF circle-index > member-count THEN
        MOVE 0 TO circle-slot (circle-index)
    ELSE
        MOVE circle-index TO circle-slot (circle-index)
    END-IF.
DONE-INITIALIZE-ONE-SLOT.

GENERATE-ONE-ROUND.
    COMPUTE league-round = (cycle-number - 1) * rounds-per-cycle
        + round-number.
    DIVIDE round-number BY 2 GIVING round-half
        REMAINDER round-parity.
    PERFORM PAIR-ONE-SLOT
        VARYING slot-index FROM 1 BY 1
        UNTIL slot-index > half-circle.
    PERFORM ROTATE-CIRCLE.
DONE-GENERATE-ONE-ROUND.

PAIR-ONE-SLOT.
*> slot n meets the slot opposite it on the circle; a pairing with
*> the bye slot is a week off.
    MOVE circle-slot (slot-index) TO member-a.
    COMPUTE circle-index = circle-size + 1 - slot-index.
    MOVE circle-slot (circle-index) TO member-b.

    IF member-a NOT = 0 AND member-b NOT = 0 THEN
        IF member-a < member-b THEN
            MOVE member-a TO pair-low
            MOVE member-b TO pair-high
        ELSE
            MOVE member-b TO pair-low
            MOVE member-a TO pair-high
        END-IF

        IF pair-last-host (pair-low, pair-high) = 0 THEN
            PERFORM CHOOSE-FIRST-HOST
        ELSE
            *> a return meeting -- last time's visitor hosts.
            IF pair-last-host (pair-low, pair-high) = member-a THEN
                MOVE member-b TO host-member
                MOVE member-a TO visitor-member
            ELSE
                MOVE member-a TO host-member
                MOVE member-b TO visitor-member
            END-IF
        END-IF
        MOVE host-member TO pair-last-host (pair-low, pair-high)

        PERFORM WRITE-ONE-FIXTURE
    END-IF.
DONE-PAIR-ONE-SLOT.

CHOOSE-FIRST-HOST.
*> fewer home games so far hosts; then more away games; a dead heat
*> alternates with the round so the fixed slot is not always home.
    MOVE member-team (member-a) TO host-team.
    MOVE member-team (member-b) TO visitor-team.
    IF tt-home-count (host-team) < tt-home-count (visitor-team) THEN
        MOVE member-a TO host-member
    ELSE
        IF tt-home-count (host-team) > tt-home-count (visitor-team) THEN
            MOVE member-b TO host-member
        ELSE
            IF tt-away-count (host-team) > tt-away-count (visitor-team) THEN
                MOVE member-a TO host-member
            ELSE
                IF tt-away-count (host-team) <
                        tt-away-count (visitor-team) THEN
                    MOVE member-b TO host-member
                ELSE
                    IF round-parity = 1 THEN
                        MOVE member-a TO host-member
                    ELSE
                        MOVE member-b TO host-member
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.
    IF host-member = member-a THEN
        MOVE member-b TO visitor-member
    ELSE
        MOVE member-a TO visitor-member
    END-IF.
DONE-CHOOSE-FIRST-HOST.

WRITE-ONE-FIXTURE.
    MOVE member-team (host-member) TO host-team.
    MOVE member-team (visitor-member) TO visitor-team.
    ADD 1 TO tt-home-count (host-team).
    ADD 1 TO tt-away-count (visitor-team).

    MOVE tt-team-name (host-team) TO sched-out-team.
    MOVE tt-team-name (visitor-team) TO sched-out-opponent.
    MOVE playing-date (league-round) TO sched-out-date.
    WRITE schedule-output-record.
    ADD 1 TO fixtures-written.

    MOVE division-code (division-index) TO fs-division.
    MOVE tt-team-name (host-team) TO fs-team-name.
    MOVE playing-date (league-round) TO fs-game-date.
    MOVE tt-team-name (visitor-team) TO fs-opponent.
    MOVE "H" TO fs-home-away.
    RELEASE fixture-sort-record.

    MOVE tt-team-name (visitor-team) TO fs-team-name.
    MOVE tt-team-name (host-team) TO fs-opponent.
    MOVE "A" TO fs-home-away.
    RELEASE fixture-sort-record.
DONE-WRITE-ONE-FIXTURE.

ROTATE-CIRCLE.
*> slot 1 stays put; everyone else moves one place round, the last
*> slot coming back in at slot 2.
    MOVE circle-slot (circle-size) TO circle-hold.
    PERFORM SHIFT-ONE-SLOT
        VARYING circle-index FROM circle-size BY -1
        UNTIL circle-index < 3.
    MOVE circle-hold TO circle-slot (2).
DONE-ROTATE-CIRCLE.

SHIFT-ONE-SLOT.
    MOVE circle-slot (circle-index - 1) TO circle-slot (circle-index).
DONE-SHIFT-ONE-SLOT.

PRINT-SCHEDULE-PARMS.
    MOVE SPACES TO report-line.
    STRING "SEASON START " season-start-date
        "   MEETINGS PER PAIR " meetings-per-pair
        "   BLACKOUT DATES " blackout-count
        DELIMITED BY SIZE INTO report-line.
    PERFORM PRINT-REPORT-LINE.

    MOVE SPACES TO report-line.
    MOVE "GAME DAYS" TO report-line.
    MOVE 11 TO day-column.
    PERFORM LIST-ONE-GAME-DAY
        VARYING day-index FROM 1 BY 1
        UNTIL day-index > 7.
    PERFORM PRINT-REPORT-LINE.

    MOVE SPACES TO report-line.
    IF rounds-needed > 0 THEN
        STRING "PLAYING DATES " rounds-needed " FROM "
            playing-date (1) " THROUGH " playing-date (rounds-needed)
            DELIMITED BY SIZE INTO report-line
    ELSE
        MOVE "NO DIVISION HAS TWO TEAMS -- NOTHING TO SCHEDULE"
            TO report-line
    END-IF.
    PERFORM PRINT-REPORT-LINE.
    MOVE SPACES TO report-line.
    PERFORM PRINT-REPORT-LINE.
DONE-PRINT-SCHEDULE-PARMS.

LIST-ONE-GAME-DAY.
    IF game-day-flag (day-index) = "Y" THEN
        MOVE day-name (day-index) TO report-line (day-column:3)
        ADD 4 TO day-column
    END-IF.
DONE-LIST-ONE-GAME-DAY.

PRINT-PROOF-OUTPUT.
    MOVE "N" TO sort-at-end-switch.
    PERFORM FOREVER
        RETURN fixture-sort-file
            AT END
                SET sort-input-exhausted TO TRUE
        END-RETURN
        IF sort-input-exhausted THEN
            EXIT PERFORM
        END-IF
        PERFORM PRINT-ONE-FIXTURE
    END-PERFORM.

    IF proof-team-in-progress THEN
        PERFORM PRINT-TEAM-COUNTS
    END-IF.
DONE-PRINT-PROOF-OUTPUT.

PRINT-ONE-FIXTURE.
    IF fs-division NOT = current-report-division THEN
        IF proof-team-in-progress THEN
            PERFORM PRINT-TEAM-COUNTS
        END-IF
        MOVE fs-division TO current-report-division
        MOVE SPACES TO report-line
        PERFORM PRINT-REPORT-LINE
        MOVE SPACES TO report-line
        STRING "DIVISION " current-report-division
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE
    END-IF.

    IF NOT proof-team-in-progress
            OR fs-team-name NOT = current-report-team THEN
        IF proof-team-in-progress THEN
            PERFORM PRINT-TEAM-COUNTS
        END-IF
        MOVE fs-team-name TO current-report-team
        SET proof-team-in-progress TO TRUE
        MOVE 0 TO proof-home-count
        MOVE 0 TO proof-away-count
        MOVE 0 TO proof-last-date
        ADD 1 TO proof-teams-listed
        MOVE SPACES TO report-line
        STRING "  " current-report-team
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE
    END-IF.

    IF fs-game-date = 0 THEN
        MOVE "      NO FIXTURES -- ONLY TEAM IN ITS DIVISION"
            TO report-line
        PERFORM PRINT-REPORT-LINE
    ELSE
        IF fs-home-away = "H" THEN
            ADD 1 TO proof-home-count
            MOVE "  vs" TO home-away-word
        ELSE
            ADD 1 TO proof-away-count
            MOVE "  at" TO home-away-word
        END-IF
        MOVE SPACES TO report-line
        STRING "      " fs-game-date "  " fs-home-away
            home-away-word " " fs-opponent
            DELIMITED BY SIZE INTO report-line
        *> the generator books a team once per round, so two lines
        *> on one date would mean a broken run -- say so loudly.
        IF fs-game-date = proof-last-date THEN
            ADD 1 TO double-booked-count
            MOVE "*** DOUBLE-BOOKED" TO report-line (50:17)
        END-IF
        MOVE fs-game-date TO proof-last-date
        PERFORM PRINT-REPORT-LINE
    END-IF.
DONE-PRINT-ONE-FIXTURE.

PRINT-TEAM-COUNTS.
    MOVE SPACES TO report-line.
    STRING "      HOME " proof-home-count "  AWAY " proof-away-count
        DELIMITED BY SIZE INTO report-line.
    IF proof-home-count > proof-away-count + 1
            OR proof-away-count > proof-home-count + 1 THEN
        ADD 1 TO unbalanced-team-count
        MOVE "*** UNBALANCED" TO report-line (30:14)
    END-IF.
    PERFORM PRINT-REPORT-LINE.
    MOVE "N" TO proof-team-in-progress-switch.
DONE-PRINT-TEAM-COUNTS.

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
    STRING "SCHEDULE PROOF   RUN DATE " report-run-date
        "   OUTPUT SCHED.DAT   PAGE " report-page-number
        DELIMITED BY SIZE INTO print-record.
    WRITE print-record.
    MOVE "DIVISION / TEAM     DATE    H/A  OPPONENT"
        TO print-record.
    WRITE print-record.
    MOVE SPACES TO print-record.
    WRITE print-record.
    MOVE 3 TO report-line-count.
DONE-PRINT-PAGE-HEADING.

Stop Run.
End Program Class10g.

*>-----------------------------------------
*>-----------------------------------------
*>-----------------------------------------

Identification Division.
Program-id. Class10i.
*> Individual scoring report.  Reads the player points Class10s books
*> onto PLAYSTAT.DAT and prints three sections to CLASS10I.RPT:
*>   1. every game whose player points do not add up to the team's
*>      score on GAMESIDX.DAT -- the file is in the team's-view game
*>      order, so one key-break pass checks each game as it closes
*>   2. season totals for every player -- games, points and points
*>      per game -- by team and jersey, names off PLAYMAST.DAT
*>   3. the scoring leaders of each division (division codes off
*>      TEAMMAST.DAT), most points first
*> The player lines are SORTed into team/jersey order for the totals,
*> and the totals go through a second SORT (by way of PLAYTOT.WRK)
*> into division/points order for the leaders, so no table of players
*> can ever fill up.
Environment Division.
Input-Output Section.
File-Control.
        Select player-stat-file
           assign "PLAYSTAT.DAT"
           organization indexed
           access dynamic record key is ps-stat-key
           file status is player-stat-status.

        Select games-master-file
           assign "GAMESIDX.DAT"
           organization indexed
           access dynamic record key is gm-game-key
           file status is games-master-status.

        Select player-master-file
           assign "PLAYMAST.DAT"
           organization indexed
           access dynamic record key is player-key
           file status is player-master-status.

        Select team-master-file
           assign "TEAMMAST.DAT"
           organization indexed
           access dynamic record key is reg-team-name
           file status is team-master-status.

        Select player-total-file
           assign "PLAYTOT.WRK"
           organization line sequential.

        Select print-file
           assign "CLASS10I.RPT"
           organization line sequential.

        Select player-sort-file
           assign "SORTWK01".

        Select leader-sort-file
           assign "SORTWK02".
Data Division.
File Section.
FD player-stat-file.
    01 player-stat-record.
        02 ps-stat-key.
            03 ps-game-key.
                04 ps-team-name PIC X(15).
                04 ps-game-date PIC 9(8).
                04 ps-opponent PIC X(15).
                04 ps-game-seq PIC 99.
            03 ps-jersey-number PIC 99.
        02 ps-points PIC 99.

FD games-master-file.
    01 games-master-record.
        02 gm-game-key.
            03 gm-team-name PIC X(15).
            03 gm-game-date PIC 9(8).
            03 gm-opponent PIC X(15).
            03 gm-game-seq PIC 99. *> which game of a same-date pair
        02 gm-points-for PIC 99.
        02 gm-points-against PIC 99.
        02 gm-game-status PIC X. *> G = played, F = forfeit, P = postponed
        02 gm-makeup-date PIC 9(8). *> postponements only -- the make-up date

FD player-master-file.
    01 player-master-record.
        02 player-key.
            03 player-team-name PIC X(15).
            03 player-jersey-number PIC 99.
        02 player-name PIC X(20).

FD team-master-file.
    01 registered-team-record.
        02 reg-team-name PIC X(15).
        02 reg-division PIC X(4).

FD player-total-file.
    01 player-total-record.
        02 pt-division PIC X(4).
        02 pt-points PIC 9(5).
        02 pt-average PIC 9(3)V9.
        02 pt-games PIC 9(3).
        02 pt-team-name PIC X(15).
        02 pt-jersey-number PIC 99.
        02 pt-player-name PIC X(20).

FD print-file.
    01 print-record PIC X(80).

SD player-sort-file.
    01 player-sort-record.
        02 pls-team-name PIC X(15).
        02 pls-jersey-number PIC 99.
        02 pls-points PIC 99.

SD leader-sort-file.
    01 leader-sort-record.
        02 ls-division PIC X(4).
        02 ls-points PIC 9(5).
        02 ls-average PIC 9(3)V9.
        02 ls-games PIC 9(3).
        02 ls-team-name PIC X(15).
        02 ls-jersey-number PIC 99.
        02 ls-player-name PIC X(20).

Working-Storage Section.
01 player-stat-status Pic XX.
01 games-master-status Pic XX.
01 games-master-open-switch Pic X Value "N".
    88 games-master-is-open value "Y".
01 player-master-status Pic XX.
01 player-master-open-switch Pic X Value "N".
    88 player-master-is-open value "Y".
01 team-master-status Pic XX.
01 team-master-open-switch Pic X Value "N".
    88 team-master-is-open value "Y".

01 report-line PIC X(80).
01 report-run-date PIC 9(8).
01 report-page-number PIC 9(3) VALUE 0.
01 report-line-count PIC 9(2) VALUE 99.
01 report-page-depth PIC 9(2) VALUE 55.
*> the column line under the page heading follows the section
01 report-column-line PIC X(80).

*> the game being added up by the game key-break
01 current-game-key.
    05 current-game-team PIC X(15).
    05 current-game-date PIC 9(8).
    05 current-game-opponent PIC X(15).
    05 current-game-seq PIC 99.
01 game-in-progress-switch PIC X VALUE "N".
    88 game-in-progress VALUE "Y".
01 game-player-points PIC 9(3).
01 games-checked PIC 9(5) VALUE 0.
01 games-not-adding-up PIC 9(5) VALUE 0.
01 player-lines-read PIC 9(7) VALUE 0.

*> the player being totaled by the team/jersey key-break
01 current-player-team PIC X(15).
01 current-player-jersey PIC 99.
01 player-in-progress-switch PIC X VALUE "N".
    88 player-in-progress VALUE "Y".
01 break-games PIC 9(3).
01 break-points PIC 9(5).
01 players-totaled PIC 9(5) VALUE 0.
01 average-display PIC ZZ9.9.

*> the leaders listing
01 current-leader-division PIC X(4) VALUE LOW-VALUES.
01 division-rank PIC 9(3).
01 leaders-per-division PIC 9(3) VALUE 10.
01 sort-at-end-switch pic X.
    88 sort-input-exhausted value "Y".

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
    OPEN INPUT player-stat-file.
    IF player-stat-status NOT = "00" THEN
        DISPLAY "Cannot open PLAYSTAT.DAT (status " player-stat-status
            ") -- run the normalize job first"
        STOP RUN
    END-IF.

    OPEN INPUT games-master-file.
    IF games-master-status = "00" THEN
        SET games-master-is-open TO TRUE
    ELSE
        DISPLAY "Games master GAMESIDX.DAT unavailable (status "
            games-master-status ") -- team scores will not be checked"
    END-IF.

    OPEN INPUT player-master-file.
    IF player-master-status = "00" THEN
        SET player-master-is-open TO TRUE
    ELSE
        DISPLAY "Player roster PLAYMAST.DAT unavailable (status "
            player-master-status ") -- players print without names"
    END-IF.

    OPEN INPUT team-master-file.
    IF team-master-status = "00" THEN
        SET team-master-is-open TO TRUE
    ELSE
        DISPLAY "Registered-team master TEAMMAST.DAT unavailable"
            " (status " team-master-status ") -- leaders will group"
            " under division ????"
    END-IF.

    MOVE "Class10i" TO jlr-program-name.
    MOVE "START" TO jlr-action.
    MOVE SPACES TO jlr-status.
    MOVE "PLAYSTAT.DAT" TO jlr-input-file.
    MOVE 0 TO jlr-records-read.
    MOVE 0 TO jlr-records-written.
    MOVE 0 TO jlr-records-rejected.
    CALL "joblog" USING job-log-request.

    ACCEPT report-run-date FROM DATE YYYYMMDD.
    OPEN OUTPUT print-file.

    MOVE "  DATE      TEAM            OPPONENT        GM  PLAYERS  TEAM"
        TO report-column-line.
    MOVE "GAMES WHOSE PLAYER POINTS DO NOT ADD UP TO THE TEAM SCORE"
        TO report-line.
    PERFORM PRINT-REPORT-LINE.
    MOVE SPACES TO report-line.
    PERFORM PRINT-REPORT-LINE.

    *> the input procedure checks each game's players against the
    *> team score as it streams the lines into the sort; the output
    *> procedure totals each player and writes PLAYTOT.WRK for the
    *> leaders sort.
    OPEN OUTPUT player-total-file.
    SORT player-sort-file
        ON ASCENDING KEY pls-team-name
        ON ASCENDING KEY pls-jersey-number
        INPUT PROCEDURE IS CHECK-GAME-TOTALS
            THRU DONE-CHECK-GAME-TOTALS
        OUTPUT PROCEDURE IS TOTAL-EACH-PLAYER
            THRU DONE-TOTAL-EACH-PLAYER.
    CLOSE player-total-file.

    MOVE "  RK  TEAM            NO  PLAYER                 GP   PTS   AVG"
        TO report-column-line.
    MOVE 99 TO report-line-count.
    MOVE "SCORING LEADERS BY DIVISION" TO report-line.
    PERFORM PRINT-REPORT-LINE.

    SORT leader-sort-file
        ON ASCENDING KEY ls-division
        ON DESCENDING KEY ls-points
        ON DESCENDING KEY ls-average
        ON ASCENDING KEY ls-team-name
        USING player-total-file
        OUTPUT PROCEDURE IS PRINT-LEADERS-OUTPUT
            THRU DONE-PRINT-LEADERS-OUTPUT.

    MOVE SPACES TO report-line.
    PERFORM PRINT-REPORT-LINE.
    MOVE SPACES TO report-line.
    STRING "END OF REPORT -- PLAYERS: " players-totaled
        "  GAMES CHECKED: " games-checked
        "  NOT ADDING UP: " games-not-adding-up
        DELIMITED BY SIZE INTO report-line.
    PERFORM PRINT-REPORT-LINE.

    CLOSE print-file.
    CLOSE player-stat-file.
    IF games-master-is-open THEN
        CLOSE games-master-file
    END-IF.
    IF player-master-is-open THEN
        CLOSE player-master-file
    END-IF.
    IF team-master-is-open THEN
        CLOSE team-master-file
    END-IF.
    DISPLAY "Scoring leaders written to CLASS10I.RPT".
    IF games-not-adding-up > 0 THEN
        DISPLAY "Games whose player points do not add up: "
            games-not-adding-up
    END-IF.

    MOVE "Class10i" TO jlr-program-name.
    MOVE "END" TO jlr-action.
    IF games-not-adding-up > 0 THEN
        MOVE "WARN" TO jlr-status
    ELSE
        MOVE "OK" TO jlr-status
    END-IF.
    MOVE "PLAYSTAT.DAT" TO jlr-input-file.
    MOVE player-lines-read TO jlr-records-read.
    MOVE players-totaled TO jlr-records-written.
    MOVE games-not-adding-up TO jlr-records-rejected.
    CALL "joblog" USING job-log-request.

    Stop run.

CHECK-GAME-TOTALS.
    PERFORM FOREVER
        READ player-stat-file NEXT
            AT END EXIT PERFORM

            NOT AT END PERFORM CHECK-ONE-PLAYER-LINE

        END-READ

        *> a read error runs neither phrase above -- bail out
        *> rather than spin on it.
        IF player-stat-status NOT = "00" THEN
            EXIT PERFORM
        END-IF
    END-PERFORM.

    IF game-in-progress THEN
        PERFORM CHECK-ONE-GAME
    END-IF.
DONE-CHECK-GAME-TOTALS.

CHECK-ONE-PLAYER-LINE.
*> the file is in game-key order with the jerseys inside each game,
*> so a change of game key closes out the prior game's check.
    ADD 1 TO player-lines-read.

    IF NOT game-in-progress THEN
        MOVE ps-game-key TO current-game-key
        SET game-in-progress TO TRUE
        MOVE 0 TO game-player-points
    ELSE
        IF ps-game-key NOT = current-game-key THEN
            PERFORM CHECK-ONE-GAME
            MOVE ps-game-key TO current-game-key
            MOVE 0 TO game-player-points
        END-IF
    END-IF.

    ADD ps-points TO game-player-points.

    MOVE ps-team-name TO pls-team-name.
    MOVE ps-jersey-number TO pls-jersey-number.
    MOVE ps-points TO pls-points.
    RELEASE player-sort-record.
DONE-CHECK-ONE-PLAYER-LINE.

CHECK-ONE-GAME.
*> the game on GAMESIDX.DAT under the same key is the team's own
*> view, so its points-for is the score the players must add up to.
    IF games-master-is-open THEN
        ADD 1 TO games-checked
        MOVE current-game-key TO gm-game-key
        READ games-master-file
            KEY IS gm-game-key
            INVALID KEY
                ADD 1 TO games-not-adding-up
                MOVE SPACES TO report-line
                STRING "  " current-game-date "  " current-game-team " "
                    current-game-opponent " " current-game-seq
                    "  GAME NOT ON GAMESIDX.DAT"
                    DELIMITED BY SIZE INTO report-line
                PERFORM PRINT-REPORT-LINE
            NOT INVALID KEY
                IF gm-points-for NOT = game-player-points THEN
                    ADD 1 TO games-not-adding-up
                    MOVE SPACES TO report-line
                    STRING "  " current-game-date "  " current-game-team
                        " " current-game-opponent " " current-game-seq
                        "  " game-player-points "      " gm-points-for
                        DELIMITED BY SIZE INTO report-line
                    PERFORM PRINT-REPORT-LINE
                END-IF
        END-READ
    END-IF.
DONE-CHECK-ONE-GAME.

TOTAL-EACH-PLAYER.
    MOVE "  TEAM            NO  PLAYER                 GP   PTS   AVG"
        TO report-column-line.
    MOVE 99 TO report-line-count.
    MOVE "SEASON TOTALS BY TEAM AND JERSEY" TO report-line.
    PERFORM PRINT-REPORT-LINE.

    MOVE "N" TO sort-at-end-switch.
    PERFORM FOREVER
        RETURN player-sort-file
            AT END
                SET sort-input-exhausted TO TRUE
        END-RETURN
        IF sort-input-exhausted THEN
            EXIT PERFORM
        END-IF
        PERFORM TOTAL-ONE-PLAYER-LINE
    END-PERFORM.

    IF player-in-progress THEN
        PERFORM WRITE-PLAYER-TOTAL
    END-IF.
DONE-TOTAL-EACH-PLAYER.

TOTAL-ONE-PLAYER-LINE.
    IF NOT player-in-progress THEN
        MOVE pls-team-name TO current-player-team
        MOVE pls-jersey-number TO current-player-jersey
        SET player-in-progress TO TRUE
        MOVE 0 TO break-games
        MOVE 0 TO break-points
    ELSE
        IF pls-team-name NOT = current-player-team
                OR pls-jersey-number NOT = current-player-jersey THEN
            PERFORM WRITE-PLAYER-TOTAL
            MOVE pls-team-name TO current-player-team
            MOVE pls-jersey-number TO current-player-jersey
            MOVE 0 TO break-games
            MOVE 0 TO break-points
        END-IF
    END-IF.

    ADD 1 TO break-games.
    ADD pls-points TO break-points.
DONE-TOTAL-ONE-PLAYER-LINE.

WRITE-PLAYER-TOTAL.
    ADD 1 TO players-totaled.
    MOVE SPACES TO player-total-record.
    MOVE current-player-team TO pt-team-name.
    MOVE current-player-jersey TO pt-jersey-number.
    MOVE break-games TO pt-games.
    MOVE break-points TO pt-points.
    COMPUTE pt-average ROUNDED = break-points / break-games.

    *> a jersey dropped from the roster since still shows, unnamed.
    MOVE "(NOT ON ROSTER)" TO pt-player-name.
    IF player-master-is-open THEN
        MOVE current-player-team TO player-team-name
        MOVE current-player-jersey TO player-jersey-number
        READ player-master-file
            KEY IS player-key
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE player-name TO pt-player-name
        END-READ
    END-IF.

    MOVE "????" TO pt-division.
    IF team-master-is-open THEN
        MOVE current-player-team TO reg-team-name
        READ team-master-file
            KEY IS reg-team-name
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE reg-division TO pt-division
        END-READ
    END-IF.

    WRITE player-total-record.

    MOVE pt-average TO average-display.
    MOVE SPACES TO report-line.
    STRING "  " pt-team-name " " pt-jersey-number "  " pt-player-name
        "  " pt-games " " pt-points " " average-display
        DELIMITED BY SIZE INTO report-line.
    PERFORM PRINT-REPORT-LINE.
DONE-WRITE-PLAYER-TOTAL.

PRINT-LEADERS-OUTPUT.
    MOVE "N" TO sort-at-end-switch.
    PERFORM FOREVER
        RETURN leader-sort-file
            AT END
                SET sort-input-exhausted TO TRUE
        END-RETURN
        IF sort-input-exhausted THEN
            EXIT PERFORM
        END-IF
        PERFORM PRINT-ONE-LEADER
    END-PERFORM.
DONE-PRINT-LEADERS-OUTPUT.

PRINT-ONE-LEADER.
*> the sort hands the players back best first inside each division;
*> only the top leaders-per-division of each are printed.
    IF ls-division NOT = current-leader-division THEN
        MOVE ls-division TO current-leader-division
        MOVE 0 TO division-rank
        MOVE SPACES TO report-line
        PERFORM PRINT-REPORT-LINE
        MOVE SPACES TO report-line
        IF current-leader-division = "????" THEN
            MOVE "DIVISION ???? (NOT ON TEAM MASTER)" TO report-line
        ELSE
            STRING "DIVISION " current-leader-division
                DELIMITED BY SIZE INTO report-line
        END-IF
        PERFORM PRINT-REPORT-LINE
    END-IF.

    ADD 1 TO division-rank.
    IF division-rank <= leaders-per-division THEN
        MOVE ls-average TO average-display
        MOVE SPACES TO report-line
        STRING "  " division-rank " " ls-team-name " " ls-jersey-number
            "  " ls-player-name "  " ls-games " " ls-points " "
            average-display
            DELIMITED BY SIZE INTO report-line
        PERFORM PRINT-REPORT-LINE
    END-IF.
DONE-PRINT-ONE-LEADER.

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
    STRING "INDIVIDUAL SCORING   RUN DATE " report-run-date
        "   INPUT PLAYSTAT.DAT   PAGE " report-page-number
        DELIMITED BY SIZE INTO print-record.
    WRITE print-record.
    MOVE report-column-line TO print-record.
    WRITE print-record.
    MOVE SPACES TO print-record.
    WRITE print-record.
    MOVE 3 TO report-line-count.
DONE-PRINT-PAGE-HEADING.

Stop Run.
End Program Class10i.

*>-----------------------------------------
*>-----------------------------------------
*>-----------------------------------------

Identification Division.
Program-id. Class10a.
*> Team-name alias substitution report.  Reads ALIASSUB.DAT, the
*> line Class10s writes for every record it booked under an official
*> name in place of a known variant spelling, and prints CLASS10A.RPT
*> by official name, variant and sending club, with how many times
*> each was translated -- so the league office can see which clubs
*> keep sending bad spellings and chase them.  A subtotal closes each
*> official name.
Environment Division.
Input-Output Section.
File-Control.
        Select alias-substitution-file
           assign "ALIASSUB.DAT"
           organization line sequential
           file status is alias-substitution-status.

        Select print-file
           assign "CLASS10A.RPT"
           organization line sequential.

        Select substitution-sort-file
           assign "SORTWK01".
Data Division.
File Section.
FD alias-substitution-file.
    01 alias-substitution-record.
        03 asub-alias-name PIC X(15).
        03 PIC X.
        03 asub-official-name PIC X(15).
        03 PIC X.
        03 asub-record-type PIC X. *> T = block's team, G/F/P = opponent
        03 PIC X.
        03 asub-sending-team PIC X(15). *> official name of the block's team
        03 PIC X.
        03 asub-input-file PIC X(20).

FD print-file.
    01 print-record PIC X(80).

SD substitution-sort-file.
    01 substitution-sort-record.
        02 ss-official-name PIC X(15).
        02 ss-alias-name PIC X(15).
        02 ss-sending-team PIC X(15).

Working-Storage Section.
01 alias-substitution-status Pic XX.

01 report-line PIC X(80).
01 report-run-date PIC 9(8).
01 report-page-number PIC 9(3) VALUE 0.
01 report-line-count PIC 9(2) VALUE 99.
01 report-page-depth PIC 9(2) VALUE 55.

*> the variant/sender being counted, and the official name being
*> subtotaled, by the key-break
01 current-official-name PIC X(15).
01 current-alias-name PIC X(15).
01 current-sending-team PIC X(15).
01 line-in-progress-switch PIC X VALUE "N".
    88 line-in-progress VALUE "Y".
01 line-count PIC 9(5).
01 official-count PIC 9(5).
01 substitutions-read PIC 9(7) VALUE 0.
01 lines-printed PIC 9(5) VALUE 0.
01 sort-at-end-switch pic X.
    88 sort-input-exhausted value "Y".

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
    OPEN INPUT alias-substitution-file.
    IF alias-substitution-status NOT = "00" THEN
        DISPLAY "Cannot open ALIASSUB.DAT (status "
            alias-substitution-status ") -- run the normalize job first"
        STOP RUN
    END-IF.
    CLOSE alias-substitution-file.

    MOVE "Class10a" TO jlr-program-name.
    MOVE "START" TO jlr-action.
    MOVE SPACES TO jlr-status.
    MOVE "ALIASSUB.DAT" TO jlr-input-file.
    MOVE 0 TO jlr-records-read.
    MOVE 0 TO jlr-records-written.
    MOVE 0 TO jlr-records-rejected.
    CALL "joblog" USING job-log-request.

    ACCEPT report-run-date FROM DATE YYYYMMDD.
    OPEN OUTPUT print-file.

    SORT substitution-sort-file
        ON ASCENDING KEY ss-official-name
        ON ASCENDING KEY ss-alias-name
        ON ASCENDING KEY ss-sending-team
        INPUT PROCEDURE IS RELEASE-SUBSTITUTIONS
            THRU DONE-RELEASE-SUBSTITUTIONS
        OUTPUT PROCEDURE IS PRINT-SUBSTITUTIONS
            THRU DONE-PRINT-SUBSTITUTIONS.

    MOVE SPACES TO report-line.
    PERFORM PRINT-REPORT-LINE.
    MOVE SPACES TO report-line.
    STRING "END OF REPORT -- SUBSTITUTIONS: " substitutions-read
        DELIMITED BY SIZE INTO report-line.
    PERFORM PRINT-REPORT-LINE.

    CLOSE print-file.
    DISPLAY "Alias substitutions written to CLASS10A.RPT".

    MOVE "Class10a" TO jlr-program-name.
    MOVE "END" TO jlr-action.
    MOVE "OK" TO jlr-status.
    MOVE "ALIASSUB.DAT" TO jlr-input-file.
    MOVE substitutions-read TO jlr-records-read.
    MOVE lines-printed TO jlr-records-written.
    MOVE 0 TO jlr-records-rejected.
    CALL "joblog" USING job-log-request.

    Stop run.

RELEASE-SUBSTITUTIONS.
    OPEN INPUT alias-substitution-file.
    PERFORM FOREVER
        READ alias-substitution-file
            AT END EXIT PERFORM

            NOT AT END
                ADD 1 TO substitutions-read
                MOVE asub-official-name TO ss-official-name
                MOVE asub-alias-name TO ss-alias-name
                MOVE asub-sending-team TO ss-sending-team
                RELEASE substitution-sort-record

        END-READ
    END-PERFORM.
    CLOSE alias-substitution-file.
DONE-RELEASE-SUBSTITUTIONS.

PRINT-SUBSTITUTIONS.
    MOVE "N" TO sort-at-end-switch.
    PERFORM FOREVER
        RETURN substitution-sort-file
            AT END
                SET sort-input-exhausted TO TRUE
        END-RETURN
        IF sort-input-exhausted THEN
            EXIT PERFORM
        END-IF
        PERFORM COUNT-ONE-SUBSTITUTION
    END-PERFORM.

    IF line-in-progress THEN
        PERFORM PRINT-SUBSTITUTION-LINE
        PERFORM PRINT-OFFICIAL-SUBTOTAL
    END-IF.
DONE-PRINT-SUBSTITUTIONS.

COUNT-ONE-SUBSTITUTION.
*> a change of variant or sender prints the line just counted; a
*> change of official name closes its subtotal as well.
    IF NOT line-in-progress THEN
        SET line-in-progress TO TRUE
        MOVE ss-official-name TO current-official-name
        MOVE 0 TO official-count
        PERFORM START-SUBSTITUTION-LINE
    ELSE
        IF ss-official-name NOT = current-official-name THEN
            PERFORM PRINT-SUBSTITUTION-LINE
            PERFORM PRINT-OFFICIAL-SUBTOTAL
            MOVE ss-official-name TO current-official-name
            MOVE 0 TO official-count
            PERFORM START-SUBSTITUTION-LINE
        ELSE
            IF ss-alias-name NOT = current-alias-name
                    OR ss-sending-team NOT = current-sending-team THEN
                PERFORM PRINT-SUBSTITUTION-LINE
                PERFORM START-SUBSTITUTION-LINE
            END-IF
        END-IF
    END-IF.

    ADD 1 TO line-count.
    ADD 1 TO official-count.
DONE-COUNT-ONE-SUBSTITUTION.

START-SUBSTITUTION-LINE.
    MOVE ss-alias-name TO current-alias-name.
    MOVE ss-sending-team TO current-sending-team.
    MOVE 0 TO line-count.
DONE-START-SUBSTITUTION-LINE.

PRINT-SUBSTITUTION-LINE.
    ADD 1 TO lines-printed.
    MOVE SPACES TO report-line.
    STRING "  " current-official-name "  " current-alias-name "  "
        current-sending-team "  " line-count
        DELIMITED BY SIZE INTO report-line.
    PERFORM PRINT-REPORT-LINE.
DONE-PRINT-SUBSTITUTION-LINE.

PRINT-OFFICIAL-SUBTOTAL.
    MOVE SPACES TO report-line.
    STRING "  " current-official-name "  TOTAL TRANSLATED"
        "                  " official-count
        DELIMITED BY SIZE INTO report-line.
    PERFORM PRINT-REPORT-LINE.
    MOVE SPACES TO report-line.
    PERFORM PRINT-REPORT-LINE.
DONE-PRINT-OFFICIAL-SUBTOTAL.

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
    STRING "ALIAS SUBSTITUTIONS   RUN DATE " report-run-date
        "   INPUT ALIASSUB.DAT   PAGE " report-page-number
        DELIMITED BY SIZE INTO print-record.
    WRITE print-record.
    MOVE "  OFFICIAL NAME    SENT AS          SENT BY          TIMES"
        TO print-record.
    WRITE print-record.
    MOVE SPACES TO print-record.
    WRITE print-record.
    MOVE 3 TO report-line-count.
DONE-PRINT-PAGE-HEADING.

Stop Run.
End Program Class10a.
