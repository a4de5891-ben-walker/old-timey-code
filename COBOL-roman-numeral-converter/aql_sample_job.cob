*> aql_sample_job.cob
*>
*> Draw the acceptance-inspection sample for a converted delivery,
*> the way the documents office's contract says deliveries are
*> accepted: the lot is the batch's "<batch>_results.txt", the
*> sample size and acceptance number come from the Z1.4 plan for
*> the lot size at the AQL level on roman_converter_params.txt
*> (AQL_LEVEL, 1.0 when unset; see aql-plans.cpy), and the lines are
*> drawn at random -- every line equally likely, none twice -- in
*> one pass of selection sampling. The sample goes to
*> "<batch>_aqlsample.txt": a plan record (lot size, sample size,
*> AQL, accept/reject numbers, the random seed, the date drawn)
*> followed by one record per sampled line, carrying the results
*> line as it stands, for aql_verify_screen to walk. A lot no bigger
*> than its plan's sample is inspected whole.
*>
*> A sample is drawn once per batch: once a decision is recorded it
*> stands, and a half-verified sample is only redrawn by a
*> supervisor (level 2), audited, so a lot can't be redrawn until it
*> passes. A REJECTED lot, once redelivered, is inspected again on a
*> fresh sample, drawn the same way by a supervisor and audited.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - a lot REJECTED on its sample can be redrawn by
*>                      a supervisor, audited, for the redelivered lot
*>                      signoff_gate asks to have inspected again; an
*>                      ACCEPTED decision still stands.

identification division.
program-id. aql_sample_job.

environment division.
input-output section.
file-control.
    select results_file assign results_identifier
    organization is line sequential.

    select sample_file assign sample_identifier
    organization is line sequential.

data division.
file section.
fd results_file.
01 results_record.
    05 results_text pic x(120).

fd sample_file.
*> the plan the sample was drawn under, always the first record
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
*> one per sampled line, with the clerk's verdict once checked
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

working-storage section.
copy "aql-plans.cpy".
77 results_identifier pic x(52). *> local filename, needed for dynamic assign
77 sample_identifier pic x(56). *> the sample dataset
77 batch_base pic x(40). *> the name the batch's datasets are built on
77 sample_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 name_length pic s9(4) comp. *> trimmed length of the results dataset name
77 aql_level pic x(4) value "1.0". *> operator-configurable: the contract's AQL, in percent
77 aql_column pic s9(4) comp. *> plan column of the AQL level, 0 if not a level the plans carry
77 plan_row pic s9(4) comp. *> plan row of the lot size's code letter
77 level_k pic s9(4) comp. *> index over the AQL levels
77 lot_size pic 9(9) value 0. *> results lines in the batch
77 sample_size pic 9(5). *> lines to draw
77 accept_number pic 9(3). *> most defects the lot may show and pass
77 reject_number pic 9(3). *> fewest defects that reject it
77 line_number pic 9(9). *> results line being considered for the sample
77 lines_drawn pic 9(5). *> lines drawn so far
77 lines_left pic 9(9). *> lines not yet considered, this one included
77 random_seed pic 9(8). *> the clock reading the draw was seeded from
77 random_draw pic 9v9(9). *> the current uniform draw, 0 to under 1
77 prior_decision pic x(8). *> decision already on an existing sample
77 prior_sample_seen pic 9 value 0. *> 1 if the batch already has a sample
77 redraw_answer pic x(1). *> the supervisor's Y/N on a redraw
77 formatted_count pic z(8)9. *> for printing counts, no leading zeroes
77 param_identifier pic x(40) value "roman_converter_params.txt". *> shared control file for this subsystem
77 param_key pic x(20).
77 param_text pic x(30).
77 param_found pic 9.
77 session_function pic x(8) value "CURRENT". *> this job only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 audit_program_name pic x(30) value "aql_sample_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the results dataset name, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    display "Results dataset to sample?: " with no advancing
    accept results_identifier

    call "CBL_CHECK_FILE_EXIST" using results_identifier, sample_check_buffer
    if return-code not = 0
        display "File not found :: " function trim(results_identifier)
        move results_identifier to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if

    move "AQL_LEVEL" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1 and param_text not = spaces
        move function trim(param_text) to aql_level
    end-if
    move 0 to aql_column
    perform varying level_k from 1 by 1 until level_k > 6
        if aql_level_text(level_k) = aql_level
            move level_k to aql_column
        end-if
    end-perform
    if aql_column = 0
        display "AQL_LEVEL " function trim(aql_level) " is not one of the"
            " contract's levels (0.65, 1.0, 1.5, 2.5, 4.0, 6.5)."
        move results_identifier to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if

    move function length(function trim(results_identifier)) to name_length
    move spaces to batch_base
    if name_length > 12 and results_identifier(name_length - 11 : 12) = "_results.txt"
        move results_identifier(1 : name_length - 12) to batch_base
    else
        move results_identifier to batch_base
    end-if
    move spaces to sample_identifier
    string function trim(batch_base) delimited by size
           "_aqlsample.txt" delimited by size
        into sample_identifier

    *> one sample per batch: an acceptance stands, and only a
    *> supervisor throws away a sample that is still being checked, or
    *> draws afresh for a rejected lot that has been redelivered
    call "CBL_CHECK_FILE_EXIST" using sample_identifier, sample_check_buffer
    if return-code = 0
        move 1 to prior_sample_seen
        move spaces to prior_decision
        open input sample_file
        read sample_file
            at end continue
            not at end
                if sp_kind = "P"
                    move sp_decision to prior_decision
                end-if
        end-read
        close sample_file
    end-if
    if prior_sample_seen = 1 and prior_decision not = spaces
        and prior_decision not = "REJECT"
        display "This lot was already " function trim(prior_decision)
            "ED on its sample; the decision stands."
        move spaces to audit_key_param
        string "DECIDED " delimited by size
               function trim(batch_base) delimited by size
            into audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if
    if prior_sample_seen = 1
        call "operator_session" using session_function, session_operator,
            session_password, session_level
        move "N" to redraw_answer
        evaluate true
            when session_level < 2 and prior_decision = "REJECT"
                display "This lot was REJECTED on its sample; a supervisor"
                    " (level 2) draws the redelivered lot's sample."
            when session_level < 2
                display "A sample is already being checked; a supervisor"
                    " (level 2) redraws it."
            when prior_decision = "REJECT"
                display "This lot was REJECTED on its sample; draw a new one"
                    " for the redelivered lot? (Y/N): " with no advancing
                accept redraw_answer
            when other
                display "A sample is already being checked; draw a new one? (Y/N): "
                    with no advancing
                accept redraw_answer
        end-evaluate
        if redraw_answer not = "Y" and redraw_answer not = "y"
            move spaces to audit_key_param
            string "DENIED REDRAW " delimited by size
                   function trim(batch_base) delimited by size
                into audit_key_param
            move "FAILURE" to audit_result
            call "write_audit_log" using audit_program_name, audit_key_param,
                audit_result
            move 1 to return-code
            goback
        end-if
        move spaces to audit_key_param
        if prior_decision = "REJECT"
            string "REDRAW REJECTED " delimited by size
                   function trim(batch_base) delimited by size
                into audit_key_param
        else
            string "REDRAW " delimited by size
                   function trim(batch_base) delimited by size
                into audit_key_param
        end-if
        move "SUCCESS" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    end-if

    *> the lot is every results line
    open input results_file
    perform forever
        read results_file
            at end exit perform
        end-read
        if results_text not = spaces
            add 1 to lot_size
        end-if
    end-perform
    close results_file
    if lot_size = 0
        display "The results dataset is empty; there is no lot to sample."
        move results_identifier to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if

    move 0 to plan_row
    perform varying level_k from 1 by 1 until level_k > 15 or plan_row > 0
        if lot_size <= aql_lot_maximum(level_k)
            move level_k to plan_row
        end-if
    end-perform
    move aql_sample_size(plan_row, aql_column) to sample_size
    move aql_accept_number(plan_row, aql_column) to accept_number
    compute reject_number = accept_number + 1
    if sample_size > lot_size
        move lot_size to sample_size
    end-if

    *> selection sampling: line t of N is taken with probability
    *> (lines still wanted) / (lines not yet considered), which draws
    *> exactly the sample size with every line equally likely
    accept random_seed from time
    compute random_draw = function random(random_seed)
    open output sample_file
    move spaces to sample_plan_record
    move "P" to sp_kind
    move lot_size to sp_lot_size
    move sample_size to sp_sample_size
    move aql_level to sp_aql
    move accept_number to sp_accept
    move reject_number to sp_reject
    move random_seed to sp_seed
    accept sp_drawn_date from date yyyymmdd
    move batch_base to sp_batch
    write sample_plan_record

    move 0 to line_number, lines_drawn
    open input results_file
    perform forever
        read results_file
            at end exit perform
        end-read
        if results_text = spaces
            exit perform cycle
        end-if
        add 1 to line_number
        compute lines_left = lot_size - line_number + 1
        compute random_draw = function random
        if random_draw * lines_left < sample_size - lines_drawn
            add 1 to lines_drawn
            move spaces to sample_line_record
            move "S" to sl_kind
            move line_number to sl_line_number
            move results_text to sl_text
            write sample_line_record
        end-if
    end-perform
    close results_file, sample_file

    display "Acceptance sample :: " function trim(sample_identifier)
    display "----------------------------------------------------------------"
    move lot_size to formatted_count
    display "Lot size        : " formatted_count
    display "AQL             : " function trim(aql_level) "% (code letter "
        aql_code_letter(plan_row) ")"
    move lines_drawn to formatted_count
    display "Sample drawn    : " formatted_count
    if lines_drawn = lot_size
        display "                  (the whole lot is inspected)"
    end-if
    move accept_number to formatted_count
    display "Accept at most  : " formatted_count " defect(s)"
    move reject_number to formatted_count
    display "Reject at       : " formatted_count " defect(s)"
    display "Random seed     : " random_seed
    display "Check the sample on aql_verify_screen."

    move results_identifier to audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    move 0 to return-code
    goback.
