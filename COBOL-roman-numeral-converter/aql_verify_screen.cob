*> aql_verify_screen.cob
*>
*> The clerk's side of a delivery's acceptance inspection: walks the
*> sample aql_sample_job drew ("<batch>_aqlsample.txt"), shows each
*> sampled results line, and takes the clerk's verdict against the
*> source -- correct or wrong -- stamping who checked it. A session
*> can stop part way; unchecked lines wait for the next one, and the
*> verdicts already keyed are written back to the sample. Once every
*> line has a verdict the lot is decided by the plan the sample was
*> drawn under: accepted at the acceptance number of defects or
*> fewer, rejected at one more. The decision is written onto the
*> sample's plan record, so the sample and its verdicts stand as
*> the evidence, and posted to the AQL decision register
*> (aql_decision_register.txt), which signoff_gate reads: a
*> rejected lot is refused at the master load, the mainframe handoff,
*> and the DMS load, and is raised on the exception log (reason
*> AQL-REJECT) so it can't go anywhere quietly.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. aql_verify_screen.

environment division.
input-output section.
file-control.
    select sample_file assign sample_identifier
    organization is line sequential.

    *> one line per lot decided, read back by signoff_gate
    select decision_file assign decision_identifier
    organization is line sequential.

data division.
file section.
fd sample_file.
01 sample_plan_record.
    05 sp_kind pic x(1).
    05 filler pic x(1).
    05 sp_lot_size pic 9(9).
    05 filler pic x(1).
    05 sp_sample_size pic 9(5).
    05 filler pic x(1).
    05 sp_aql pic x(4).
    05 filler pic x(1).
    05 sp_accept pic 9(3).
    05 filler pic x(1).
    05 sp_reject pic 9(3).
    05 filler pic x(1).
    05 sp_seed pic 9(8).
    05 filler pic x(1).
    05 sp_drawn_date pic 9(8).
    05 filler pic x(1).
    05 sp_decision pic x(8).
    05 filler pic x(1).
    05 sp_batch pic x(40).
01 sample_line_record.
    05 sl_kind pic x(1).
    05 filler pic x(1).
    05 sl_line_number pic 9(9).
    05 filler pic x(1).
    05 sl_verdict pic x(1).
    05 filler pic x(1).
    05 sl_operator pic x(20).
    05 filler pic x(1).
    05 sl_text pic x(120).

fd decision_file.
01 decision_record.
    05 ad_batch pic x(40).
    05 filler pic x(1).
    05 ad_decision pic x(8).
    05 filler pic x(1).
    05 ad_lot_size pic 9(9).
    05 filler pic x(1).
    05 ad_sample_size pic 9(5).
    05 filler pic x(1).
    05 ad_aql pic x(4).
    05 filler pic x(1).
    05 ad_accept pic 9(3).
    05 filler pic x(1).
    05 ad_defects pic 9(5).
    05 filler pic x(1).
    05 ad_operator pic x(20).
    05 filler pic x(1).
    05 ad_date pic 9(8).

working-storage section.
*> the sample, held while it is walked and written back whole
01 held-plan.
    05 hp_kind pic x(1).
    05 filler pic x(1).
    05 hp_lot_size pic 9(9).
    05 filler pic x(1).
    05 hp_sample_size pic 9(5).
    05 filler pic x(1).
    05 hp_aql pic x(4).
    05 filler pic x(1).
    05 hp_accept pic 9(3).
    05 filler pic x(1).
    05 hp_reject pic 9(3).
    05 filler pic x(1).
    05 hp_seed pic 9(8).
    05 filler pic x(1).
    05 hp_drawn_date pic 9(8).
    05 filler pic x(1).
    05 hp_decision pic x(8).
    05 filler pic x(1).
    05 hp_batch pic x(40).
01 sample-lines.
    05 sample-line occurs 2000 times.
        10 line_number_held pic 9(9).
        10 verdict_held pic x(1).
        10 operator_held pic x(20).
        10 text_held pic x(120).
77 sample_identifier pic x(56). *> local filename, needed for dynamic assign
77 decision_identifier pic x(40) value "aql_decision_register.txt". *> the shop's AQL decision register
77 sample_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 line_count pic s9(4) comp value 0. *> sampled lines held
77 line_k pic s9(4) comp. *> index over the sampled lines
77 checked_count pic 9(5) value 0. *> lines with a verdict
77 defect_count pic 9(5) value 0. *> lines found wrong
77 checked_this_session pic 9(5) value 0. *> verdicts keyed this session
77 walk_stopped pic 9 value 0. *> 1 once the clerk quits the walk
77 verdict_reply pic x(10). *> the clerk's keyed verdict
77 lot_decision pic x(8). *> ACCEPT or REJECT, once every line is checked
77 decision_date pic 9(8). *> the date the lot was decided
77 formatted_count pic z(8)9. *> for printing counts, no leading zeroes
77 formatted_line pic z(8)9. *> a sampled line's results line number
77 formatted_k pic z(3)9. *> position in the sample
77 session_function pic x(8) value "CURRENT". *> this screen only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 exception_severity pic x(1) value "E". *> a rejected lot is an error
77 exception_reason pic x(12) value "AQL-REJECT". *> reason code on the exception log
77 exception_key_values pic x(40). *> the batch rejected
77 audit_program_name pic x(30) value "aql_verify_screen". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the batch and its decision, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator = spaces
        accept session_operator from environment "USER"
    end-if

    display "Acceptance sample to check?: " with no advancing
    accept sample_identifier

    call "CBL_CHECK_FILE_EXIST" using sample_identifier, sample_check_buffer
    if return-code not = 0
        display "File not found :: " function trim(sample_identifier)
        move sample_identifier to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if

    perform load_sample
    if hp_kind not = "P"
        display "*** " function trim(sample_identifier) " has no plan record;"
            " was it drawn by aql_sample_job? ***"
        move sample_identifier to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if
    if hp_decision not = spaces
        display "This lot was already " function trim(hp_decision)
            "ED on this sample; the decision stands."
        move 0 to return-code
        goback
    end-if

    display "Lot " function trim(hp_batch) ": " hp_lot_size " lines, sample of "
        hp_sample_size " at AQL " function trim(hp_aql) "%"
    display "Accept at " hp_accept " defect(s) or fewer; reject at " hp_reject "."
    display "----------------------------------------------------------------"

    *> every line still waiting for a verdict, until the clerk stops
    perform varying line_k from 1 by 1
        until line_k > line_count or walk_stopped = 1
        if verdict_held(line_k) = space
            perform check_sample_line
        end-if
    end-perform

    move 0 to checked_count, defect_count
    perform varying line_k from 1 by 1 until line_k > line_count
        if verdict_held(line_k) not = space
            add 1 to checked_count
        end-if
        if verdict_held(line_k) = "W"
            add 1 to defect_count
        end-if
    end-perform

    if checked_count = line_count
        if defect_count <= hp_accept
            move "ACCEPT" to lot_decision
        else
            move "REJECT" to lot_decision
        end-if
        move lot_decision to hp_decision
    end-if
    perform save_sample

    display " "
    display "----------------------------------------------------------------"
    move checked_this_session to formatted_count
    display "Checked this session: " formatted_count
    move checked_count to formatted_count
    display "Checked in all      : " formatted_count
    move line_count to formatted_count
    display "Sample size         : " formatted_count
    move defect_count to formatted_count
    display "Defects found       : " formatted_count

    if checked_count < line_count
        display "Lot not yet decided; the rest of the sample waits for the"
            " next session."
        move spaces to audit_key_param
        string "CHECKED " delimited by size
               function trim(hp_batch) delimited by size
            into audit_key_param
        move "SUCCESS" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 0 to return-code
        goback
    end-if

    perform post_decision
    move spaces to audit_key_param
    string lot_decision delimited by space
           " " delimited by size
           function trim(hp_batch) delimited by size
        into audit_key_param
    if lot_decision = "ACCEPT"
        display "LOT ACCEPTED."
        move "SUCCESS" to audit_result
        move 0 to return-code
    else
        display "*** LOT REJECTED: " defect_count " defect(s) against an"
            " acceptance number of " hp_accept " ***"
        move hp_batch to exception_key_values
        call "write_exception" using audit_program_name, exception_severity,
            exception_reason, exception_key_values
        move "FAILURE" to audit_result
        move 1 to return-code
    end-if
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    goback.

check_sample_line.
    move line_k to formatted_k
    move line_number_held(line_k) to formatted_line
    display " "
    move line_count to formatted_count
    display "Sample " function trim(formatted_k) " of " function trim(formatted_count)
        " -- results line " function trim(formatted_line)
    display "  " function trim(text_held(line_k), trailing)
    move spaces to verdict_reply
    perform until verdict_reply = "c" or verdict_reply = "w"
        or verdict_reply = "q" or verdict_reply = "s"
        display "c=correct, w=wrong, s=skip for now, q=quit: "
            with no advancing
        accept verdict_reply
        move function lower-case(function trim(verdict_reply)) to verdict_reply
    end-perform
    evaluate verdict_reply
        when "c"
            move "C" to verdict_held(line_k)
            move session_operator to operator_held(line_k)
            add 1 to checked_this_session
        when "w"
            move "W" to verdict_held(line_k)
            move session_operator to operator_held(line_k)
            add 1 to checked_this_session
        when "q"
            move 1 to walk_stopped
    end-evaluate.

load_sample.
    move spaces to held-plan
    move 0 to line_count
    open input sample_file
    perform forever
        read sample_file
            at end exit perform
        end-read
        evaluate true
            when sp_kind = "P"
                move sample_plan_record to held-plan
            when sl_kind = "S" and line_count < 2000
                add 1 to line_count
                move sl_line_number to line_number_held(line_count)
                move sl_verdict to verdict_held(line_count)
                move sl_operator to operator_held(line_count)
                move sl_text to text_held(line_count)
        end-evaluate
    end-perform
    close sample_file.

save_sample.
    open output sample_file
    move held-plan to sample_plan_record
    write sample_plan_record
    perform varying line_k from 1 by 1 until line_k > line_count
        move spaces to sample_line_record
        move "S" to sl_kind
        move line_number_held(line_k) to sl_line_number
        move verdict_held(line_k) to sl_verdict
        move operator_held(line_k) to sl_operator
        move text_held(line_k) to sl_text
        write sample_line_record
    end-perform
    close sample_file.

post_decision.
    accept decision_date from date yyyymmdd
    call "CBL_CHECK_FILE_EXIST" using decision_identifier, sample_check_buffer
    if return-code = 0
        open extend decision_file
    else
        open output decision_file
    end-if
    move spaces to decision_record
    move hp_batch to ad_batch
    move lot_decision to ad_decision
    move hp_lot_size to ad_lot_size
    move hp_sample_size to ad_sample_size
    move hp_aql to ad_aql
    move hp_accept to ad_accept
    move defect_count to ad_defects
    move session_operator to ad_operator
    move decision_date to ad_date
    write decision_record
    close decision_file.
