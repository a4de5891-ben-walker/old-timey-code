*> conversion_request_queue.cob
*>
*> Unattended dispatcher for the conversion request queue, the
*> converter's counterpart to prime_request_queue: legal and the
*> documents office drop requests into conversion_request_queue.txt,
*> one per line --
*>     <requester>,N,<options>,<numeral> <numeral> ...   numerals to decimals
*>     <requester>,D,<options>,<decimal> <decimal> ...   decimals to numerals
*> -- where the options are any of W (spell each value out in words),
*> C (give a numeral's canonical spelling beside its value), and S
*> (hold numerals to classical syntax), or "-" for none. One
*> scheduled run of this job services each request through the
*> conversion routines (convert_numeral, decimal_to_numeral,
*> decimal_to_words) and writes a per-requester response file
*> ("<requester>_conversions.txt") ending in a status line.
*> Serviced requests are moved onto conversion_request_queue_log.txt
*> and the queue is cleared; a requester with more than one request
*> on the queue gets the answers one after another in the same file.
*> Each request is audited, and each is its own line on the
*> run-statistics log charged to the requester's department
*> (request_departments.txt, "<requester>,<department>"; a requester
*> not listed is charged to UNASSIGN), so it turns up on that
*> department's charge-back.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. conversion_request_queue.

environment division.
input-output section.
file-control.
    select queue_file assign queue_identifier
    organization is line sequential.

    select queue_log_file assign queue_log_identifier
    organization is line sequential.

    select response_file assign response_identifier
    organization is line sequential.

    select department_file assign department_identifier
    organization is line sequential.

data division.
file section.
fd queue_file.
01 queue_record.
    05 queue_line pic x(200).

fd queue_log_file.
01 queue_log_record.
    05 queue_log_line pic x(212).

fd response_file.
01 response_record.
    05 response_line pic x(200).

fd department_file.
01 department_record.
    05 department_line pic x(40).

working-storage section.
copy "numeral-options.cpy".
77 queue_identifier pic x(40) value "conversion_request_queue.txt". *> where requesters drop their asks
77 queue_log_identifier pic x(40) value "conversion_request_queue_log.txt". *> serviced requests, for the record
77 response_identifier pic x(52). *> generated per-requester response file name
77 department_identifier pic x(40) value "request_departments.txt". *> requester to department, for the charge-back
77 queue_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
*> requesters already answered this run, whose response file is
*> added to rather than started over
01 answered-table.
    05 answered_requester pic x(20) occurs 100 times.
77 answered_count pic s9(4) comp value 0. *> requesters on the table
77 answered_k pic s9(4) comp. *> index over the answered table
77 already_answered pic 9. *> 1 when the requester has a response file from this run
77 requester pic x(20). *> who asked
77 request_direction pic x(1). *> N = numerals to decimals, D = decimals to numerals
77 request_options pic x(10). *> W, C, S in any combination, or "-"
77 request_values pic x(160). *> the values to convert, space-separated
77 want_words pic 9. *> 1 = spell each value out
77 want_canonical pic 9. *> 1 = give a numeral's canonical spelling
77 option_k pic s9(4) comp. *> index over the option letters
77 value_pointer pic s9(4) comp. *> unstring position within the value list
77 value_text pic x(30). *> one value split out of the request
77 value_length pic s9(4) comp. *> trimmed length of value_text
77 request_good pic 9. *> 1 while the current request still makes sense
77 request_department pic x(20). *> the requester's department, for the charge-back
77 dir_requester pic x(20). *> requester piece of a department line
77 dir_department pic x(8). *> department piece of a department line
77 conv_numeral pic x(30). *> numeral in or out of the conversion routines
77 conv_decimal pic s9(12). *> decimal in or out of the conversion routines
77 conv_status pic 9. *> the routine's status, 0 = converted
77 canonical_numeral pic x(30). *> decimal_to_numeral's spelling of the value
77 canonical_status pic 9.
77 words_text pic x(130). *> the value in longhand English
77 words_status pic 9.
77 response_pointer pic s9(4) comp. *> where the next piece of a response line goes
77 values_converted pic 9(12). *> values converted for the current request
77 values_invalid pic 9(6). *> values the current request asked for that would not convert
77 formatted_decimal pic z(11)9. *> decimals, no leading zeroes
77 formatted_count pic z(5)9. *> counts, no leading zeroes
77 requests_serviced pic 9(6) value 0. *> requests completed this run
77 requests_failed pic 9(6) value 0. *> requests that couldn't be serviced
77 service_date pic 9(8). *> today's date, stamped on the queue log
77 session_function pic x(8). *> CHARGETO, to charge a request to its department
77 session_operator pic x(20). *> the department, through the operator field
77 session_password pic x(20) value spaces. *> unused on CHARGETO
77 session_level pic 9. *> unused on CHARGETO
77 run_start_time pic 9(8). *> HHMMSSCC at the start of a request (or of the run), for the run-statistics log
77 run_end_time pic 9(8). *> HHMMSSCC at the end of a request (or of the run), for the run-statistics log
77 run_program_name pic x(30) value "conversion_request_queue". *> this program's name, for the run-statistics log
77 request_return_code pic 9. *> 0 = the request was serviced, 1 = it failed
77 run_return_code pic 9 value 0. *> 0=success, 1=some request failed, 2=no queue on file
77 run_records pic 9(12) value 0. *> for the no-queue statistics line
77 audit_program_name pic x(30) value "conversion_request_queue". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the requester and the request, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 register_function pic x(8) value "ALLOCATE". *> drivers draw a fresh run ID at start-up
77 session_run_id pic 9(6). *> this run's ID, for the operator's reference
77 run_id_edit pic z(5)9. *> run ID with leading zeroes stripped

procedure division.
    accept run_start_time from time
    accept service_date from date yyyymmdd
    call "run_id_register" using register_function, session_run_id
    move session_run_id to run_id_edit
    display "Run ID " function trim(run_id_edit)

    call "CBL_CHECK_FILE_EXIST" using queue_identifier, queue_check_buffer
    if return-code not = 0
        display "No conversion request queue on file; nothing to service."
        move 2 to run_return_code
        accept run_end_time from time
        call "write_run_stats" using run_program_name, run_start_time, run_end_time,
            run_records, run_return_code
        move 2 to return-code
        goback
    end-if

    call "CBL_CHECK_FILE_EXIST" using queue_log_identifier, queue_check_buffer
    if return-code = 0
        open extend queue_log_file
    else
        open output queue_log_file
    end-if

    open input queue_file
    perform forever
        read queue_file
            at end exit perform
        end-read
        if function trim(queue_line) = spaces
            exit perform cycle
        end-if
        accept run_start_time from time

        move spaces to requester, request_options, request_values
        move space to request_direction
        unstring queue_line delimited by "," into requester, request_direction,
            request_options, request_values
        move function trim(requester) to requester
        move function upper-case(request_direction) to request_direction
        move function upper-case(function trim(request_options)) to request_options
        move 0 to values_converted, values_invalid

        move 1 to request_good
        if requester = spaces
            move 0 to request_good
        end-if

        if request_good = 1
            perform service_request
            if request_good = 1
                add 1 to requests_serviced
                move 0 to request_return_code
                move "SUCCESS" to audit_result
            else
                add 1 to requests_failed
                move 1 to request_return_code
                move 1 to run_return_code
                move "FAILURE" to audit_result
            end-if
            move spaces to audit_key_param
            move values_converted to formatted_count
            string function trim(requester) delimited by size
                   " " delimited by size
                   request_direction delimited by size
                   " " delimited by size
                   function trim(formatted_count) delimited by size
                   " value(s)" delimited by size
                into audit_key_param
            call "write_audit_log" using audit_program_name, audit_key_param,
                audit_result
            display "Serviced " function trim(requester) " ("
                request_direction ") :: " function trim(response_identifier)

            *> the request's own statistics line, on its department's
            *> charge-back
            perform find_department
            move "CHARGETO" to session_function
            move request_department to session_operator
            call "operator_session" using session_function, session_operator,
                session_password, session_level
            accept run_end_time from time
            call "write_run_stats" using run_program_name, run_start_time,
                run_end_time, values_converted, request_return_code
            move spaces to session_operator
            call "operator_session" using session_function, session_operator,
                session_password, session_level
        else
            add 1 to requests_failed
            move 1 to run_return_code
        end-if

        move spaces to queue_log_record
        string service_date delimited by size
               " :: " delimited by size
               function trim(queue_line) delimited by size
            into queue_log_line
        write queue_log_record
    end-perform
    close queue_file, queue_log_file

    *> the queue has been serviced; clear it
    call "CBL_DELETE_FILE" using queue_identifier

    move requests_serviced to formatted_count
    display "Requests serviced: " formatted_count
    move requests_failed to formatted_count
    display "Requests failed  : " formatted_count
    move run_return_code to return-code
    goback.

*> one request, value by value, into the requester's response file
service_request.
    move 0 to want_words, want_canonical
    move 0 to opt-strict-syntax, opt-reject-mixed-case, opt-allow-fractions,
        opt-spelling-profile
    perform varying option_k from 1 by 1 until option_k > 10
        evaluate request_options(option_k:1)
            when "W"
                move 1 to want_words
            when "C"
                move 1 to want_canonical
            when "S"
                move 1 to opt-strict-syntax
            when "-"
            when space
                continue
            when other
                move 0 to request_good
        end-evaluate
    end-perform

    move spaces to response_identifier
    string function trim(requester) delimited by size
           "_conversions.txt" delimited by size
        into response_identifier
    move 0 to already_answered
    perform varying answered_k from 1 by 1 until answered_k > answered_count
        if answered_requester(answered_k) = requester
            move 1 to already_answered
        end-if
    end-perform
    if already_answered = 1
        open extend response_file
    else
        open output response_file
        if answered_count < 100
            add 1 to answered_count
            move requester to answered_requester(answered_count)
        end-if
    end-if
    move spaces to response_record
    string "REQUEST :: " delimited by size
           request_direction delimited by size
           " " delimited by size
           function trim(request_options) delimited by size
        into response_line
    write response_record

    if request_good = 0
        move spaces to response_record
        move "STATUS :: FAILED -- unrecognized option (W, C, S, or -)"
            to response_line
        write response_record
        close response_file
        exit paragraph
    end-if
    if request_direction not = "N" and request_direction not = "D"
        move 0 to request_good
        move spaces to response_record
        move "STATUS :: FAILED -- unrecognized direction (N or D)"
            to response_line
        write response_record
        close response_file
        exit paragraph
    end-if

    move 1 to value_pointer
    perform until value_pointer > 160
        move spaces to value_text
        unstring request_values delimited by all " " into value_text
            with pointer value_pointer
        end-unstring
        if value_text = spaces
            exit perform
        end-if
        move function length(function trim(value_text)) to value_length
        move spaces to response_record
        move 1 to response_pointer
        if request_direction = "N"
            perform convert_one_numeral
        else
            perform convert_one_decimal
        end-if
        write response_record
    end-perform

    move spaces to response_record
    move 1 to response_pointer
    if values_converted = 0 and values_invalid = 0
        move 0 to request_good
        move "STATUS :: FAILED -- no values to convert" to response_line
    else
        move values_converted to formatted_count
        string "STATUS :: COMPLETE -- " delimited by size
               function trim(formatted_count) delimited by size
               " converted" delimited by size
            into response_line with pointer response_pointer
        if values_invalid > 0
            move values_invalid to formatted_count
            string ", " delimited by size
                   function trim(formatted_count) delimited by size
                   " would not convert" delimited by size
                into response_line with pointer response_pointer
        end-if
    end-if
    write response_record
    close response_file.

*> "<numeral> :: <decimal>", with its canonical spelling and its
*> words when asked for, or why it would not convert
convert_one_numeral.
    move value_text to conv_numeral
    call "convert_numeral" using conv_numeral, conv_decimal, conv_status,
        numeral-options
    string function trim(value_text) delimited by size
           " :: " delimited by size
        into response_line with pointer response_pointer
    if conv_status not = 0
        add 1 to values_invalid
        if opt-fail-reason = spaces
            move "invalid numeral" to opt-fail-reason
        end-if
        string "INVALID (" delimited by size
               function trim(opt-fail-reason) delimited by size
               ")" delimited by size
            into response_line with pointer response_pointer
        if opt-suggestion not = spaces
            string " -- did you mean " delimited by size
                   function trim(opt-suggestion) delimited by size
                into response_line with pointer response_pointer
        end-if
        exit paragraph
    end-if
    add 1 to values_converted
    move conv_decimal to formatted_decimal
    string function trim(formatted_decimal) delimited by size
        into response_line with pointer response_pointer
    if want_canonical = 1
        call "decimal_to_numeral" using conv_decimal, canonical_numeral,
            canonical_status
        if canonical_status = 0
            string " :: canonical " delimited by size
                   function trim(canonical_numeral) delimited by size
                into response_line with pointer response_pointer
        end-if
    end-if
    if want_words = 1
        perform add_words
    end-if.

*> "<decimal> :: <numeral>", with its words when asked for
convert_one_decimal.
    string function trim(value_text) delimited by size
           " :: " delimited by size
        into response_line with pointer response_pointer
    if value_length > 12 or value_text(1:value_length) is not numeric
        add 1 to values_invalid
        string "INVALID (not a whole number)" delimited by size
            into response_line with pointer response_pointer
        exit paragraph
    end-if
    move function numval(value_text) to conv_decimal
    call "decimal_to_numeral" using conv_decimal, conv_numeral, conv_status
    if conv_status not = 0
        add 1 to values_invalid
        string "INVALID (out of range)" delimited by size
            into response_line with pointer response_pointer
        exit paragraph
    end-if
    add 1 to values_converted
    string function trim(conv_numeral) delimited by size
        into response_line with pointer response_pointer
    if want_words = 1
        perform add_words
    end-if.

add_words.
    call "decimal_to_words" using conv_decimal, words_text, words_status
    if words_status = 0
        string " :: " delimited by size
               function trim(words_text) delimited by size
            into response_line with pointer response_pointer
    end-if.

*> the requester's department off the directory, UNASSIGN if not listed
find_department.
    move "UNASSIGN" to request_department
    call "CBL_CHECK_FILE_EXIST" using department_identifier, queue_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input department_file
    perform forever
        read department_file
            at end exit perform
        end-read
        move spaces to dir_requester, dir_department
        unstring department_line delimited by "," into dir_requester,
            dir_department
        if function trim(dir_requester) = requester
            and dir_department not = spaces
            move function upper-case(function trim(dir_department))
                to request_department
            exit perform
        end-if
    end-perform
    close department_file.
