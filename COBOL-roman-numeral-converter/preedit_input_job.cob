*> Author: Ben Walker
*> Student #: 0883544
*> Date: Sep. 3, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - a preedit_request.txt file left by the
*>                      per-source dispatcher (profile_dispatch_job)
*>                      now names the delivery to clean, consumed on
*>                      pickup, so a dispatched run needs nobody at
*>                      the console; the prompt remains the fallback
*>                      when no request is waiting.

identification division.
program-id. preedit_input_job.
    select report_file assign report_identifier
    organization is line sequential.

    *> the dispatcher's handoff: one line naming the delivery to
    *> clean, consumed on pickup
    select request_file assign request_identifier
    organization is line sequential.

data division.
file section.
fd delivery_file.
01 report_record.
    05 report_text pic x(132).

fd request_file.
01 request_record.
    05 request_line pic x(40).

working-storage section.
77 delivery_identifier pic x(40). *> local filename, needed for dynamic assign
77 clean_identifier pic x(44). *> the cleaned delivery conv_file should run
77 audit_program_name pic x(30) value "preedit_input_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the delivery file name, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 request_identifier pic x(40) value "preedit_request.txt". *> the dispatcher's handoff file

*> the thirty-two Unicode Roman-numeral glyphs, upper then lower,
*> in code-point order (third byte A0 through BF): the composite
    05 glyph_letters pic x(4) occurs 32 times.

procedure division.
    *> a waiting request names the delivery and is consumed; without
    *> one, the operator is asked, exactly as before
    call "CBL_CHECK_FILE_EXIST" using request_identifier, preedit_check_buffer
    if return-code = 0
        open input request_file
        read request_file
            at end move spaces to request_line
        end-read
        close request_file
        call "CBL_DELETE_FILE" using request_identifier
        move request_line to delivery_identifier
        display "Delivery taken from request :: "
            function trim(delivery_identifier)
    else
        display "Delivery file to clean?: " with no advancing
        accept delivery_identifier
    end-if

    call "CBL_CHECK_FILE_EXIST" using delivery_identifier, preedit_check_buffer
    if return-code not = 0
        goback
    end-if

    move spaces to clean_identifier, report_identifier
    string function trim(delivery_identifier) delimited by size
           "_clean.txt" delimited by size
        into clean_identifier
