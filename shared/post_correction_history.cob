*> post_correction_history.cob
*>
*> Append one before/after pair to the shop-wide correction history
*> (correction_history.txt): the token as it came off the scanner,
*> the numeral it was corrected to, the batch and source line it
*> came from, the failing position and reason convert_numeral gave
*> for it, the machine's own suggestion, which program folded the
*> correction back, and the signed-on operator. repair_reject_file,
*> auto_repair_rejects, and review_queue_screen post here whenever
*> a correction goes back into a batch's results, so the pairing is
*> kept for ocr_confusion_report instead of thrown away. Writes run
*> behind the shop lock-file convention (take_file_lock); a caller
*> that can't get the lock appends unlocked with a loud warning.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. post_correction_history.

environment division.
input-output section.
file-control.
    select history_file assign history_identifier
    organization is line sequential.

data division.
file section.
fd history_file.
01 history_record.
    05 ch_date pic 9(8).
    05 filler pic x(1).
    05 ch_time pic 9(8).
    05 filler pic x(1).
    05 ch_operator pic x(20).
    05 filler pic x(1).
    05 ch_program pic x(30).
    05 filler pic x(1).
    05 ch_batch pic x(40).
    05 filler pic x(1).
    05 ch_line pic 9(9).
    05 filler pic x(1).
    05 ch_position pic 9(2).
    05 filler pic x(1).
    05 ch_reason pic x(16).
    05 filler pic x(1).
    05 ch_original pic x(30).
    05 filler pic x(1).
    05 ch_corrected pic x(30).
    05 filler pic x(1).
    05 ch_suggestion pic x(30).

working-storage section.
77 history_identifier pic x(40) value "correction_history.txt". *> the shop-wide correction history
77 history_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 session_function pic x(8) value "CURRENT". *> this writer only ever reads the session
77 session_operator pic x(20). *> the session's operator, spaces if none
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 lock_action pic x(4). *> TAKE or FREE, for the history's append lock
77 lock_name pic x(40) value "correction_history.lock". *> whoever creates it holds the history
77 lock_owner pic x(30) value "post_correction_history". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken

linkage section.
77 correcting_program pic x(30). *> the program folding the correction back
77 correction_batch pic x(40). *> the batch the token came from
77 correction_line pic 9(9). *> the token's source line in that batch
77 correction_position pic 9(2). *> convert_numeral's failing position, 0 if none
77 correction_reason pic x(16). *> why the token failed or was held back
77 original_token pic x(30). *> the token as delivered
77 corrected_numeral pic x(30). *> the numeral folded back in its place
77 suggested_numeral pic x(30). *> convert_numeral's suggestion, spaces if none

procedure division using correcting_program, correction_batch,
    correction_line, correction_position, correction_reason,
    original_token, corrected_numeral, suggested_numeral.
    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the correction-history lock after ten"
            " tries; appending unlocked -- a parallel entry may be lost. ***"
    end-if

    call "CBL_CHECK_FILE_EXIST" using history_identifier, history_check_buffer
    if return-code = 0
        open extend history_file
    else
        open output history_file
    end-if
    move spaces to history_record
    accept ch_date from date yyyymmdd
    accept ch_time from time
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator not = spaces
        move session_operator to ch_operator
    else
        accept ch_operator from environment "USER"
    end-if
    if ch_operator = spaces
        move "UNKNOWN" to ch_operator
    end-if
    move correcting_program to ch_program
    move correction_batch to ch_batch
    move correction_line to ch_line
    move correction_position to ch_position
    move correction_reason to ch_reason
    move original_token to ch_original
    move corrected_numeral to ch_corrected
    move suggested_numeral to ch_suggestion
    write history_record
    close history_file

    if lock_status = 0
        move "FREE" to lock_action
        call "take_file_lock" using lock_action, lock_name, lock_owner,
            lock_status
    end-if.
