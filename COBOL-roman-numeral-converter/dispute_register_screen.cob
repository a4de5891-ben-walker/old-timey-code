*> dispute_register_screen.cob
*>
*> The register of conversion values legal has challenged ("clause
*> CXLIX on page 12 is really CXLIV"), instead of an email thread.
*> Each dispute is logged against the batch, results line, numeral,
*> and decimal, and linked to the conversion master record that
*> carries the value (its master_seq, so the screen can show the
*> numeral's whole master history and any corrections against it),
*> to the run that produced it (the run ID off the line's provenance
*> stamp, or the batch's latest convert_numeral_file run on the
*> audit log), and to the delivering vendor off the intake register.
*> A dispute moves OPEN -> INVESTIGATE -> UPHELD or REJECTED, each
*> step with its reason; deciding one takes a supervisor (level 2).
*> An upheld dispute is not applied here: it keys a PENDING
*> correction on the master correction register
*> (master_corrections.txt), which a different operator then
*> approves or refuses on master_correction_screen as for any other
*> correction. Kept on dispute_register.txt; dispute_register_report
*> ages the open ones and counts the upheld ones by vendor.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - an upheld dispute takes the correction
*>                      register's lock before scanning it for the
*>                      next number, and is refused rather than
*>                      appended unlocked if the lock can't be had, so
*>                      it can't draw the same number as a correction
*>                      keyed at the same moment.
*> Oct. 15, 2026 - BW - an upheld dispute checks the master record it
*>                      reads is still the disputed batch's, and a
*>                      pending correction is matched by batch too, as
*>                      a load sequence freed by a retirement or
*>                      back-out can be reused.

identification division.
program-id. dispute_register_screen.

environment division.
input-output section.
file-control.
    select dispute_file assign dispute_identifier
    organization is line sequential.

    select master_file assign to "conversion_master.dat"
    organization is indexed
    access mode is dynamic
    record key is master_key
    alternate record key is master_decimal with duplicates
    alternate record key is master_doc_id with duplicates.

    select corrections_file assign corrections_identifier
    organization is line sequential.

    select intake_file assign intake_identifier
    organization is line sequential.

    select audit_file assign audit_identifier
    organization is line sequential.

data division.
file section.
fd dispute_file.
01 dispute_record.
    05 dp_number pic 9(6).
    05 filler pic x(1).
    05 dp_status pic x(11).
    05 filler pic x(1).
    05 dp_batch pic x(40).
    05 filler pic x(1).
    05 dp_line pic 9(9).
    05 filler pic x(1).
    05 dp_numeral pic x(30).
    05 filler pic x(1).
    05 dp_decimal pic 9(12).
    05 filler pic x(1).
    05 dp_claimed pic x(30).
    05 filler pic x(1).
    05 dp_run_id pic 9(6).
    05 filler pic x(1).
    05 dp_master_seq pic 9(4).
    05 filler pic x(1).
    05 dp_source pic x(20).
    05 filler pic x(1).
    05 dp_logged_by pic x(20).
    05 filler pic x(1).
    05 dp_logged_date pic 9(8).
    05 filler pic x(1).
    05 dp_decided_by pic x(20).
    05 filler pic x(1).
    05 dp_decided_date pic 9(8).
    05 filler pic x(1).
    05 dp_correction pic 9(6).
    05 filler pic x(1).
    05 dp_challenge pic x(40).
    05 filler pic x(1).
    05 dp_finding pic x(40).

fd master_file.
01 master_record.
    05 master_key.
        10 master_numeral pic x(30).
        10 master_seq pic 9(4). *> load sequence: 1 is the first batch ever, highest is current
    05 master_decimal pic 9(12).
    05 master_batch pic x(40).
    05 master_line pic 9(9).
    05 master_date pic 9(8).
    05 master_doc_id pic x(10). *> keyed batches: the document-id column; spaces otherwise
    05 master_page pic x(5). *> keyed batches: the page column
    05 master_field pic x(5). *> keyed batches: the field column

*> master_correction_screen's register, appended to on an uphold
fd corrections_file.
01 corrections_record.
    05 mc_number pic 9(6).
    05 filler pic x(1).
    05 mc_status pic x(8).
    05 filler pic x(1).
    05 mc_action pic x(7).
    05 filler pic x(1).
    05 mc_numeral pic x(30).
    05 filler pic x(1).
    05 mc_seq pic 9(4).
    05 filler pic x(1).
    05 mc_old_decimal pic 9(12).
    05 filler pic x(1).
    05 mc_new_decimal pic 9(12).
    05 filler pic x(1).
    05 mc_keyed_by pic x(20).
    05 filler pic x(1).
    05 mc_keyed_date pic 9(8).
    05 filler pic x(1).
    05 mc_decided_by pic x(20).
    05 filler pic x(1).
    05 mc_decided_date pic 9(8).
    05 filler pic x(1).
    05 mc_batch pic x(40).
    05 filler pic x(1).
    05 mc_reason pic x(40).

fd intake_file.
01 intake_record.
    05 itk_file pic x(40).
    05 filler pic x(1).
    05 itk_source pic x(20).
    05 filler pic x(1).
    05 itk_arrival pic 9(8).
    05 filler pic x(1).
    05 itk_expected pic 9(9).
    05 filler pic x(1).
    05 itk_due pic 9(8).
    05 filler pic x(1).
    05 itk_processed pic 9.
    05 filler pic x(1).
    05 itk_run_id pic 9(6).
    05 filler pic x(1).
    05 itk_proc_date pic 9(8).
    05 filler pic x(1).
    05 itk_department pic x(8).

fd audit_file.
01 audit_record.
    05 audit_rec_date pic 9(8).
    05 audit_sep1 pic x(4).
    05 audit_rec_time pic 9(8).
    05 audit_sep2 pic x(4).
    05 audit_rec_operator pic x(20).
    05 audit_sep3 pic x(4).
    05 audit_rec_program pic x(30).
    05 audit_sep4 pic x(4).
    05 audit_rec_param pic x(40).
    05 audit_sep5 pic x(4).
    05 audit_rec_result pic x(7).
    05 audit_sep6 pic x(4).
    05 audit_rec_run_id pic 9(6).
    05 audit_sep7 pic x(4).
    05 audit_rec_business_date pic 9(8).
    05 audit_sep8 pic x(4).
    05 audit_rec_sequence pic 9(9).
    05 audit_sep9 pic x(4).
    05 audit_rec_check pic 9(9).
    05 audit_sep10 pic x(4).
    05 audit_rec_release pic 9(4).

working-storage section.
*> the register held whole while it is rewritten; five hundred
*> disputes is years of legal's challenges
01 dispute-table.
    05 dispute-entry occurs 500 times.
        10 dt_number pic 9(6).
        10 dt_status pic x(11).
        10 dt_batch pic x(40).
        10 dt_line pic 9(9).
        10 dt_numeral pic x(30).
        10 dt_decimal pic 9(12).
        10 dt_claimed pic x(30).
        10 dt_run_id pic 9(6).
        10 dt_master_seq pic 9(4).
        10 dt_source pic x(20).
        10 dt_logged_by pic x(20).
        10 dt_logged_date pic 9(8).
        10 dt_decided_by pic x(20).
        10 dt_decided_date pic 9(8).
        10 dt_correction pic 9(6).
        10 dt_challenge pic x(40).
        10 dt_finding pic x(40).
01 today_date pic 9(8). *> today, for the register stamps and the generation walk
01 today_parts redefines today_date.
    05 today_year pic 9(4).
    05 today_month pic 9(2).
    05 today_day pic 9(2).
77 dispute_identifier pic x(40) value "dispute_register.txt". *> the dispute register
77 corrections_identifier pic x(40) value "master_corrections.txt". *> the master correction register
77 intake_identifier pic x(40) value "intake_register.txt". *> the shop-wide delivery intake register
77 audit_identifier pic x(44). *> the audit file currently being read
77 master_identifier pic x(40) value "conversion_master.dat". *> for the existence check only
77 dispute_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 dispute_count pic s9(4) comp value 0. *> disputes on the register
77 dispute_k pic s9(4) comp. *> index over the dispute table
77 chosen_k pic s9(4) comp. *> table slot of the dispute being worked
77 slot_found pic 9. *> 1 once a table slot is located
77 highest_number pic 9(6). *> highest dispute number on the register
77 listed_count pic s9(4) comp. *> disputes listed for a choice
77 screen_action pic x(1). *> L = log, I = investigate, D = decide, S = show, O = open list, Q = quit
77 keyed_batch pic x(40). *> batch as keyed
77 keyed_line_text pic x(10). *> results line as keyed
77 keyed_line pic 9(9). *> the results line
77 keyed_numeral pic x(30). *> numeral as keyed
77 keyed_decimal pic x(12). *> a decimal as keyed
77 keyed_run_text pic x(8). *> run ID as keyed, blank to look it up
77 keyed_claimed pic x(30). *> the value legal says is right
77 keyed_reason pic x(40). *> a challenge, a finding, or an investigation note
77 entry_length pic s9(4) comp. *> trimmed length of a keyed number
77 chosen_number pic 9(6). *> dispute number picked to work
77 decision_answer pic x(1). *> U = uphold, R = reject
77 master_found pic 9. *> 1 once the disputed master record is located
77 master_done pic 9. *> 1 when the master scan is finished
77 found_seq pic 9(4). *> the disputed record's load sequence
77 found_decimal pic 9(12). *> the disputed record's decimal
77 run_found pic 9(6). *> the batch's latest convert_numeral_file run ID
77 run_stamp pic 9(16). *> that run's date and time, to keep the latest
77 record_stamp pic 9(16). *> an audit record's date and time
77 months_back pic 9(2). *> how many months behind today the generation walk is
77 gen_year pic 9(4). *> generation year piece
77 gen_month pic 9(2). *> generation month piece
77 gen_yyyymm pic 9(6). *> generation name piece
77 base_length pic s9(4) comp. *> trimmed length of a delivery file name
77 found_source pic x(20). *> the delivering vendor
77 corrected_decimal pic 9(12). *> the value an uphold corrects the master to
77 correction_number pic 9(6). *> the master correction keyed for an uphold
77 correction_pending pic 9(6). *> a correction already pending against the record
77 route_ok pic 9. *> 1 when an uphold may go ahead
77 history_count pic s9(4) comp. *> master records listed for the numeral
77 formatted_number pic z(5)9. *> dispute number, no leading zeroes
77 formatted_seq pic z(3)9. *> load sequence, no leading zeroes
77 formatted_decimal pic z(11)9. *> decimal, no leading zeroes
77 formatted_new pic z(11)9. *> corrected decimal, no leading zeroes
77 formatted_line pic z(8)9. *> results line, no leading zeroes
77 formatted_run pic z(5)9. *> run ID, no leading zeroes
77 session_function pic x(8) value "CURRENT". *> this screen only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 lock_action pic x(4). *> TAKE or FREE, for the update locks
77 lock_name pic x(40). *> the dispute register's or the correction register's lock
77 lock_owner pic x(30) value "dispute_register_screen". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 audit_program_name pic x(30) value "dispute_register_screen". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the dispute acted on, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    *> a dispute is only worth logging with a known name against it
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator = spaces
        accept session_operator from environment "USER"
    end-if
    if session_operator = spaces
        display "Sign on first; disputes need a known operator."
        move "DENIED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if

    move 0 to return-code
    display "Log, investigate, decide, show, or list open disputes"
        " (L/I/D/S/O, Q = quit)?: " with no advancing
    accept screen_action
    perform until function upper-case(screen_action) = "Q"
        evaluate function upper-case(screen_action)
            when "L"
                perform log_dispute
            when "I"
                perform investigate_dispute
            when "D"
                perform decide_dispute
            when "S"
                perform show_dispute
            when "O"
                perform load_disputes
                perform list_open_disputes
                if listed_count = 0
                    display "No disputes are open."
                end-if
            when other
                display "Key L, I, D, S, O, or Q."
        end-evaluate
        display "Log, investigate, decide, show, or list open disputes"
            " (L/I/D/S/O, Q = quit)?: " with no advancing
        accept screen_action
    end-perform
    goback.

*> log one challenge, linked to its master record, run, and vendor
log_dispute.
    display "Batch (results file) challenged?: " with no advancing
    accept keyed_batch
    display "Results line?: " with no advancing
    accept keyed_line_text
    move function trim(keyed_line_text) to keyed_line_text
    move function length(function trim(keyed_line_text)) to entry_length
    if keyed_batch = spaces or keyed_line_text = spaces
        or keyed_line_text(1:entry_length) is not numeric
        display "A batch and a line number are needed; nothing logged."
        exit paragraph
    end-if
    move function numval(keyed_line_text) to keyed_line
    display "Numeral as converted?: " with no advancing
    accept keyed_numeral
    move function upper-case(function trim(keyed_numeral)) to keyed_numeral
    if keyed_numeral = spaces
        display "The numeral is needed; nothing logged."
        exit paragraph
    end-if

    perform load_disputes
    move 0 to slot_found
    perform varying dispute_k from 1 by 1
        until dispute_k > dispute_count or slot_found = 1
        if dt_batch(dispute_k) = keyed_batch
            and dt_line(dispute_k) = keyed_line
            and (dt_status(dispute_k) = "OPEN"
                or dt_status(dispute_k) = "INVESTIGATE")
            move 1 to slot_found
        end-if
    end-perform
    if slot_found = 1
        subtract 1 from dispute_k
        move dt_number(dispute_k) to formatted_number
        display "Dispute " function trim(formatted_number)
            " is already open against that line; nothing logged."
        exit paragraph
    end-if
    if dispute_count >= 500
        display "*** The dispute register is full; nothing logged. ***"
        exit paragraph
    end-if

    perform find_master_record
    if master_found = 1
        move found_decimal to formatted_decimal
        move found_seq to formatted_seq
        display "On the master :: " function trim(keyed_numeral) " = "
            function trim(formatted_decimal) " (load "
            function trim(formatted_seq) ")"
    else
        display "No master record for that numeral, batch, and line."
        display "Decimal as delivered?: " with no advancing
        accept keyed_decimal
        move function trim(keyed_decimal) to keyed_decimal
        move function length(function trim(keyed_decimal)) to entry_length
        if keyed_decimal = spaces
            or keyed_decimal(1:entry_length) is not numeric
            display "The decimal must be digits; nothing logged."
            exit paragraph
        end-if
        move function numval(keyed_decimal) to found_decimal
        move 0 to found_seq
    end-if

    display "Value legal says is right?: " with no advancing
    accept keyed_claimed
    display "Legal's challenge (reference and reason)?: " with no advancing
    accept keyed_reason
    if keyed_claimed = spaces or keyed_reason = spaces
        display "The claimed value and the challenge are needed; nothing logged."
        exit paragraph
    end-if

    display "Run ID off the line's provenance stamp (blank = look it up)?: "
        with no advancing
    accept keyed_run_text
    move function trim(keyed_run_text) to keyed_run_text
    move function length(function trim(keyed_run_text)) to entry_length
    if keyed_run_text not = spaces
        and keyed_run_text(1:entry_length) is numeric
        move function numval(keyed_run_text) to run_found
    else
        perform find_run_id
    end-if
    perform find_vendor_source

    accept today_date from date yyyymmdd
    add 1 to dispute_count
    move dispute_count to dispute_k
    add 1 to highest_number
    move highest_number to dt_number(dispute_k)
    move "OPEN" to dt_status(dispute_k)
    move keyed_batch to dt_batch(dispute_k)
    move keyed_line to dt_line(dispute_k)
    move keyed_numeral to dt_numeral(dispute_k)
    move found_decimal to dt_decimal(dispute_k)
    move function upper-case(function trim(keyed_claimed)) to dt_claimed(dispute_k)
    move run_found to dt_run_id(dispute_k)
    move found_seq to dt_master_seq(dispute_k)
    move found_source to dt_source(dispute_k)
    move session_operator to dt_logged_by(dispute_k)
    move today_date to dt_logged_date(dispute_k)
    move spaces to dt_decided_by(dispute_k)
    move 0 to dt_decided_date(dispute_k)
    move 0 to dt_correction(dispute_k)
    move keyed_reason to dt_challenge(dispute_k)
    move spaces to dt_finding(dispute_k)
    perform save_disputes

    move highest_number to formatted_number
    move run_found to formatted_run
    display "Dispute " function trim(formatted_number) " logged :: run "
        function trim(formatted_run) ", vendor " function trim(found_source)
    move spaces to audit_key_param
    string "LOGGED " delimited by size
           highest_number delimited by size
           " " delimited by size
           keyed_batch delimited by space
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result.

*> the master record the line loaded as: the numeral's history
*> entry with the dispute's batch and line on it
find_master_record.
    move 0 to master_found, found_seq, found_decimal
    call "CBL_CHECK_FILE_EXIST" using master_identifier, dispute_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input master_file
    move 0 to master_done
    move keyed_numeral to master_numeral
    move 0 to master_seq
    start master_file key not < master_key
        invalid key move 1 to master_done
    end-start
    perform until master_done = 1
        read master_file next
            at end move 1 to master_done
            not at end
                if master_numeral not = keyed_numeral
                    move 1 to master_done
                else
                    if master_batch = keyed_batch and master_line = keyed_line
                        move 1 to master_found
                        move master_seq to found_seq
                        move master_decimal to found_decimal
                    end-if
                end-if
        end-read
    end-perform
    close master_file.

*> the batch's latest convert_numeral_file run, off the live audit
*> log and its monthly generations walking back two years
find_run_id.
    move 0 to run_found, run_stamp
    accept today_date from date yyyymmdd
    move "audit_log.txt" to audit_identifier
    call "CBL_CHECK_FILE_EXIST" using audit_identifier, dispute_check_buffer
    if return-code = 0
        perform scan_audit_file
    end-if
    move today_year to gen_year
    move today_month to gen_month
    perform varying months_back from 1 by 1 until months_back > 24
        subtract 1 from gen_month
        if gen_month = 0
            move 12 to gen_month
            subtract 1 from gen_year
        end-if
        compute gen_yyyymm = gen_year * 100 + gen_month
        move spaces to audit_identifier
        string "audit_log_" delimited by size
               gen_yyyymm delimited by size
               ".txt" delimited by size
            into audit_identifier
        call "CBL_CHECK_FILE_EXIST" using audit_identifier, dispute_check_buffer
        if return-code = 0
            perform scan_audit_file
        end-if
    end-perform
    if run_found = 0
        display "No convert_numeral_file run of that batch on the audit log;"
            " logged with run 0."
    end-if.

scan_audit_file.
    open input audit_file
    perform forever
        read audit_file
            at end exit perform
        end-read
        if audit_rec_program = "convert_numeral_file"
            and audit_rec_result = "SUCCESS"
            and audit_rec_param = keyed_batch
            and audit_rec_run_id is numeric
            compute record_stamp = audit_rec_date * 100000000 + audit_rec_time
            if record_stamp > run_stamp
                move record_stamp to run_stamp
                move audit_rec_run_id to run_found
            end-if
        end-if
    end-perform
    close audit_file.

*> the vendor who delivered the batch, off the intake register; a
*> generation's results file ("<delivery>_gNNNN...") counts as its
*> delivery's
find_vendor_source.
    move "UNKNOWN" to found_source
    call "CBL_CHECK_FILE_EXIST" using intake_identifier, dispute_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input intake_file
    perform forever
        read intake_file
            at end exit perform
        end-read
        if itk_file = keyed_batch
            move itk_source to found_source
            exit perform
        end-if
        move function length(function trim(itk_file)) to base_length
        if base_length < 35
            and keyed_batch(1 : base_length) = itk_file(1 : base_length)
            and keyed_batch(base_length + 1 : 2) = "_g"
            and keyed_batch(base_length + 3 : 4) is numeric
            move itk_source to found_source
            exit perform
        end-if
    end-perform
    close intake_file.

*> an open dispute goes under investigation, with a note
investigate_dispute.
    perform load_disputes
    perform list_open_disputes
    if listed_count = 0
        display "No disputes are open."
        exit paragraph
    end-if
    display "Dispute number to investigate (0 = none)?: " with no advancing
    accept chosen_number
    perform find_chosen
    evaluate true
        when chosen_number = 0
            continue
        when slot_found = 0
            display "No such open dispute."
        when dt_status(chosen_k) = "INVESTIGATE"
            display "That dispute is already under investigation."
        when other
            display "Investigation note?: " with no advancing
            accept keyed_reason
            move "INVESTIGATE" to dt_status(chosen_k)
            move keyed_reason to dt_finding(chosen_k)
            perform save_disputes
            display "Dispute under investigation."
            move spaces to audit_key_param
            string "INVESTIGATE " delimited by size
                   dt_number(chosen_k) delimited by size
                into audit_key_param
            move "SUCCESS" to audit_result
            call "write_audit_log" using audit_program_name, audit_key_param,
                audit_result
    end-evaluate.

*> a supervisor upholds or rejects one open dispute, with reasons;
*> an uphold keys the master correction that carries it out
decide_dispute.
    if session_level < 2
        display "Authorization level 2 is needed to decide a dispute; refused."
        move "DENIED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        exit paragraph
    end-if
    perform load_disputes
    perform list_open_disputes
    if listed_count = 0
        display "No disputes are open."
        exit paragraph
    end-if
    display "Dispute number to decide (0 = none)?: " with no advancing
    accept chosen_number
    perform find_chosen
    if chosen_number = 0
        exit paragraph
    end-if
    if slot_found = 0
        display "No such open dispute."
        exit paragraph
    end-if
    display "Uphold or reject it (U/R)?: " with no advancing
    accept decision_answer
    move function upper-case(decision_answer) to decision_answer
    if decision_answer not = "U" and decision_answer not = "R"
        display "Left as it was."
        exit paragraph
    end-if
    display "Reason for the decision?: " with no advancing
    accept keyed_reason
    if keyed_reason = spaces
        display "A decision needs a reason; left as it was."
        exit paragraph
    end-if

    move 0 to correction_number
    if decision_answer = "U"
        perform route_correction
        if route_ok = 0
            exit paragraph
        end-if
        move "UPHELD" to dt_status(chosen_k)
    else
        move "REJECTED" to dt_status(chosen_k)
    end-if
    accept today_date from date yyyymmdd
    move session_operator to dt_decided_by(chosen_k)
    move today_date to dt_decided_date(chosen_k)
    move correction_number to dt_correction(chosen_k)
    move keyed_reason to dt_finding(chosen_k)
    perform save_disputes

    move dt_number(chosen_k) to formatted_number
    if decision_answer = "R"
        display "Dispute " function trim(formatted_number)
            " rejected; the master is unchanged."
    else
        if correction_number = 0
            display "Dispute " function trim(formatted_number)
                " upheld; the master already carries the corrected value."
        else
            move correction_number to formatted_run
            display "Dispute " function trim(formatted_number)
                " upheld; master correction " function trim(formatted_run)
                " keyed, for a different operator to approve on"
                " master_correction_screen."
        end-if
    end-if
    move spaces to audit_key_param
    string function trim(dt_status(chosen_k)) delimited by size
           " " delimited by size
           dt_number(chosen_k) delimited by size
           " " delimited by size
           dt_numeral(chosen_k) delimited by space
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result.

*> key the upheld value as a PENDING correction on the master
*> correction register, against the record as it stands now
route_correction.
    move 0 to route_ok
    if dt_master_seq(chosen_k) = 0
        display "The dispute has no master record to correct; a reload is"
            " the only remedy. Left as it was."
        exit paragraph
    end-if
    move spaces to keyed_decimal
    move function length(function trim(dt_claimed(chosen_k))) to entry_length
    if dt_claimed(chosen_k)(1:entry_length) is numeric and entry_length <= 12
        move dt_claimed(chosen_k) to keyed_decimal
    else
        display "Corrected decimal value for "
            function trim(dt_claimed(chosen_k)) "?: " with no advancing
        accept keyed_decimal
    end-if
    move function trim(keyed_decimal) to keyed_decimal
    move function length(function trim(keyed_decimal)) to entry_length
    if keyed_decimal = spaces
        or keyed_decimal(1:entry_length) is not numeric
        display "The corrected value must be digits; left as it was."
        exit paragraph
    end-if
    move function numval(keyed_decimal) to corrected_decimal

    move 0 to master_found
    open input master_file
    move dt_numeral(chosen_k) to master_numeral
    move dt_master_seq(chosen_k) to master_seq
    read master_file
        invalid key
            display "The disputed record is no longer on the master;"
                " left as it was."
        not invalid key
            if master_batch = dt_batch(chosen_k)
                move 1 to master_found
            else
                display "The disputed record is no longer on the master;"
                    " left as it was."
            end-if
    end-read
    close master_file
    if master_found = 0
        exit paragraph
    end-if
    if master_decimal = corrected_decimal
        move 1 to route_ok
        exit paragraph
    end-if

    *> the correction register is held from the scan for the next
    *> number to the append, so no one else can draw the same number
    move "master_corrections.lock" to lock_name
    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the correction-register lock after ten"
            " tries; left as it was -- try again shortly. ***"
        exit paragraph
    end-if

    *> the correction register, for the next number and for a
    *> correction already pending against the same record
    move 0 to correction_number, correction_pending
    call "CBL_CHECK_FILE_EXIST" using corrections_identifier, dispute_check_buffer
    if return-code = 0
        open input corrections_file
        perform forever
            read corrections_file
                at end exit perform
            end-read
            if mc_number > correction_number
                move mc_number to correction_number
            end-if
            if mc_status = "PENDING" and mc_numeral = master_numeral
                and mc_seq = master_seq and mc_batch = master_batch
                move mc_number to correction_pending
            end-if
        end-perform
        close corrections_file
    end-if
    if correction_pending > 0
        move correction_pending to formatted_run
        display "Master correction " function trim(formatted_run)
            " is already pending against that record; have it decided"
            " first. Left as it was."
        move 0 to correction_number
        move "FREE" to lock_action
        call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
        exit paragraph
    end-if
    add 1 to correction_number

    call "CBL_CHECK_FILE_EXIST" using corrections_identifier, dispute_check_buffer
    if return-code = 0
        open extend corrections_file
    else
        open output corrections_file
    end-if
    accept today_date from date yyyymmdd
    move spaces to corrections_record
    move correction_number to mc_number
    move "PENDING" to mc_status
    move "CORRECT" to mc_action
    move master_numeral to mc_numeral
    move master_seq to mc_seq
    move master_decimal to mc_old_decimal
    move corrected_decimal to mc_new_decimal
    move session_operator to mc_keyed_by
    move today_date to mc_keyed_date
    move spaces to mc_decided_by
    move 0 to mc_decided_date
    move master_batch to mc_batch
    string "DISPUTE " delimited by size
           dt_number(chosen_k) delimited by size
           " " delimited by size
           keyed_reason delimited by size
        into mc_reason
    write corrections_record
    close corrections_file
    move "FREE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    move 1 to route_ok.

*> one dispute in full, with the numeral's master history and the
*> corrections keyed against it
show_dispute.
    perform load_disputes
    display "Dispute number?: " with no advancing
    accept chosen_number
    move 0 to slot_found
    perform varying chosen_k from 1 by 1
        until chosen_k > dispute_count or slot_found = 1
        if dt_number(chosen_k) = chosen_number
            move 1 to slot_found
        end-if
    end-perform
    if slot_found = 0
        display "No such dispute."
        exit paragraph
    end-if
    subtract 1 from chosen_k
    move chosen_k to dispute_k
    perform show_entry
    if dt_run_id(chosen_k) not = 0
        move dt_run_id(chosen_k) to formatted_run
        display "     run " function trim(formatted_run)
            " (provenance_inquiry walks it back to its audit and"
            " statistics entries)"
    end-if

    display "     master history of " function trim(dt_numeral(chosen_k)) ":"
    move 0 to history_count
    call "CBL_CHECK_FILE_EXIST" using master_identifier, dispute_check_buffer
    if return-code = 0
        open input master_file
        move 0 to master_done
        move dt_numeral(chosen_k) to master_numeral
        move 0 to master_seq
        start master_file key not < master_key
            invalid key move 1 to master_done
        end-start
        perform until master_done = 1
            read master_file next
                at end move 1 to master_done
                not at end
                    if master_numeral not = dt_numeral(chosen_k)
                        move 1 to master_done
                    else
                        add 1 to history_count
                        move master_seq to formatted_seq
                        move master_decimal to formatted_decimal
                        move master_line to formatted_line
                        display "       load " function trim(formatted_seq)
                            " :: " function trim(formatted_decimal)
                            " :: batch " function trim(master_batch)
                            " line " function trim(formatted_line)
                            " loaded " master_date
                    end-if
            end-read
        end-perform
        close master_file
    end-if
    if history_count = 0
        display "       (not on the master)"
    end-if

    call "CBL_CHECK_FILE_EXIST" using corrections_identifier, dispute_check_buffer
    if return-code = 0
        open input corrections_file
        perform forever
            read corrections_file
                at end exit perform
            end-read
            if mc_numeral = dt_numeral(chosen_k)
                move mc_number to formatted_run
                move mc_old_decimal to formatted_decimal
                move mc_new_decimal to formatted_new
                move mc_seq to formatted_seq
                display "       correction " function trim(formatted_run)
                    " " function trim(mc_status) " :: load "
                    function trim(formatted_seq) " "
                    function trim(formatted_decimal) " -> "
                    function trim(formatted_new)
            end-if
        end-perform
        close corrections_file
    end-if.

*> the disputes still open (OPEN or INVESTIGATE), oldest first
list_open_disputes.
    move 0 to listed_count
    perform varying dispute_k from 1 by 1 until dispute_k > dispute_count
        if dt_status(dispute_k) = "OPEN" or dt_status(dispute_k) = "INVESTIGATE"
            add 1 to listed_count
            perform show_entry
        end-if
    end-perform.

show_entry.
    move dt_number(dispute_k) to formatted_number
    move dt_line(dispute_k) to formatted_line
    move dt_decimal(dispute_k) to formatted_decimal
    display function trim(formatted_number) ") "
        dt_status(dispute_k) " :: " function trim(dt_batch(dispute_k))
        " line " function trim(formatted_line) " :: "
        function trim(dt_numeral(dispute_k)) " = "
        function trim(formatted_decimal) ", legal says "
        function trim(dt_claimed(dispute_k))
    display "     logged by " function trim(dt_logged_by(dispute_k))
        " on " dt_logged_date(dispute_k) " :: "
        function trim(dt_challenge(dispute_k))
    if dt_finding(dispute_k) not = spaces
        display "     " function trim(dt_status(dispute_k)) " :: "
            function trim(dt_finding(dispute_k))
    end-if
    if dt_decided_by(dispute_k) not = spaces
        display "     decided by " function trim(dt_decided_by(dispute_k))
            " on " dt_decided_date(dispute_k)
    end-if.

*> the open dispute the operator picked, in chosen_k
find_chosen.
    move 0 to slot_found
    perform varying chosen_k from 1 by 1
        until chosen_k > dispute_count or slot_found = 1
        if dt_number(chosen_k) = chosen_number
            and (dt_status(chosen_k) = "OPEN"
                or dt_status(chosen_k) = "INVESTIGATE")
            move 1 to slot_found
        end-if
    end-perform
    if slot_found = 1
        subtract 1 from chosen_k
    end-if.

*> read the register into the table, noting the highest number used
load_disputes.
    move 0 to dispute_count
    move 0 to highest_number
    call "CBL_CHECK_FILE_EXIST" using dispute_identifier, dispute_check_buffer
    if return-code = 0
        open input dispute_file
        perform forever
            read dispute_file
                at end exit perform
            end-read
            if dispute_count < 500
                add 1 to dispute_count
                move dp_number to dt_number(dispute_count)
                move dp_status to dt_status(dispute_count)
                move dp_batch to dt_batch(dispute_count)
                move dp_line to dt_line(dispute_count)
                move dp_numeral to dt_numeral(dispute_count)
                move dp_decimal to dt_decimal(dispute_count)
                move dp_claimed to dt_claimed(dispute_count)
                move dp_run_id to dt_run_id(dispute_count)
                move dp_master_seq to dt_master_seq(dispute_count)
                move dp_source to dt_source(dispute_count)
                move dp_logged_by to dt_logged_by(dispute_count)
                move dp_logged_date to dt_logged_date(dispute_count)
                move dp_decided_by to dt_decided_by(dispute_count)
                move dp_decided_date to dt_decided_date(dispute_count)
                move dp_correction to dt_correction(dispute_count)
                move dp_challenge to dt_challenge(dispute_count)
                move dp_finding to dt_finding(dispute_count)
                if dp_number > highest_number
                    move dp_number to highest_number
                end-if
            end-if
        end-perform
        close dispute_file
    end-if.

*> write the table back over the register, behind its own lock
save_disputes.
    move "dispute_register.lock" to lock_name
    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the dispute-register lock after ten"
            " tries; rewriting unlocked. ***"
    end-if
    open output dispute_file
    perform varying dispute_k from 1 by 1 until dispute_k > dispute_count
        move spaces to dispute_record
        move dt_number(dispute_k) to dp_number
        move dt_status(dispute_k) to dp_status
        move dt_batch(dispute_k) to dp_batch
        move dt_line(dispute_k) to dp_line
        move dt_numeral(dispute_k) to dp_numeral
        move dt_decimal(dispute_k) to dp_decimal
        move dt_claimed(dispute_k) to dp_claimed
        move dt_run_id(dispute_k) to dp_run_id
        move dt_master_seq(dispute_k) to dp_master_seq
        move dt_source(dispute_k) to dp_source
        move dt_logged_by(dispute_k) to dp_logged_by
        move dt_logged_date(dispute_k) to dp_logged_date
        move dt_decided_by(dispute_k) to dp_decided_by
        move dt_decided_date(dispute_k) to dp_decided_date
        move dt_correction(dispute_k) to dp_correction
        move dt_challenge(dispute_k) to dp_challenge
        move dt_finding(dispute_k) to dp_finding
        write dispute_record
    end-perform
    close dispute_file
    if lock_status = 0
        move "FREE" to lock_action
        call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    end-if.
