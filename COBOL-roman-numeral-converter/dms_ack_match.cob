*> dms_ack_match.cob
*>
*> Match the document-management system's import log against the
*> load file dms_load_job built, so a document that failed to import
*> is seen here the morning after instead of by a clerk searching
*> the DMS for it. Every document we sent that the log doesn't show
*> IMPORTED -- failed, or missing from the log altogether -- is
*> reported to a "<load file>_dmsunimported.txt" dataset with the
*> DMS's own message, log entries for documents we never sent are
*> counted, and the document counts (our trailer, their trailer, and
*> what each file actually held) are reconciled. Any unimported
*> document is also raised on the exception log (reason DMS-IMPORT),
*> where the morning report picks it up.
*>
*> The import log is expected one line per document: doc-id (10),
*> a space, status (8, IMPORTED for a good import), a space, and the
*> DMS's message, with an optional "TRL" count line. A document
*> retried within the same log counts as imported if any of its
*> entries is IMPORTED. Like fb_ack_match, the match runs through
*> sort work files, so it has no document-count ceiling.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. dms_ack_match.

environment division.
input-output section.
file-control.
    *> the load file as sent: fixed 80-byte records, no delimiters
    select load_file assign load_identifier
    organization is sequential.

    *> the import log the DMS sends back
    select importlog_file assign importlog_identifier
    organization is line sequential.

    *> each side's documents queued for its sort, and the sorted
    *> copies the merge walks
    select sentwork_file assign sentwork_identifier
    organization is line sequential.

    select sentsort_file assign sentsort_identifier
    organization is line sequential.

    select logwork_file assign logwork_identifier
    organization is line sequential.

    select logsort_file assign logsort_identifier
    organization is line sequential.

    select unimported_file assign unimported_identifier
    organization is line sequential.

    select dms_ack_sort_file assign "dmsacksortwk".

data division.
file section.
fd load_file
    record contains 80 characters.
01 load_record pic x(80).
01 load_detail redefines load_record.
    05 ld_tag pic x(3).
    05 ld_doc_id pic x(10).
    05 filler pic x(67).
01 load_trailer redefines load_record.
    05 lt_tag pic x(3).
    05 lt_document_count pic 9(9).
    05 filler pic x(68).

fd importlog_file.
01 importlog_record.
    05 il_doc_id pic x(10).
    05 filler pic x(1).
    05 il_status pic x(8).
    05 filler pic x(1).
    05 il_message pic x(60).
01 importlog_trailer redefines importlog_record.
    05 ilt_tag pic x(3).
    05 ilt_count pic 9(9).
    05 filler pic x(68).

fd sentwork_file.
01 sentwork_record.
    05 sw_doc_id pic x(10).
    05 sw_status pic x(8).
    05 sw_message pic x(60).

fd sentsort_file.
01 sentsort_record.
    05 ss_doc_id pic x(10).
    05 ss_status pic x(8).
    05 ss_message pic x(60).

fd logwork_file.
01 logwork_record.
    05 lw_doc_id pic x(10).
    05 lw_status pic x(8).
    05 lw_message pic x(60).

fd logsort_file.
01 logsort_record.
    05 ls_doc_id pic x(10).
    05 ls_status pic x(8).
    05 ls_message pic x(60).

sd dms_ack_sort_file.
01 dms_ack_sort_record.
    05 das_doc_id pic x(10).
    05 das_status pic x(8).
    05 das_message pic x(60).

fd unimported_file.
01 unimported_record.
    05 un_doc_id pic x(10).
    05 filler pic x(2).
    05 un_status pic x(12).
    05 filler pic x(2).
    05 un_message pic x(60).

working-storage section.
77 load_identifier pic x(56). *> local filename, needed for dynamic assign
77 importlog_identifier pic x(52). *> the import log the DMS sent back
77 sentwork_identifier pic x(72). *> our documents, queued for the sort
77 sentsort_identifier pic x(72). *> our documents in doc-id order, post-sort
77 logwork_identifier pic x(72). *> their log entries, queued for the sort
77 logsort_identifier pic x(72). *> their log entries in doc-id order, post-sort
77 unimported_identifier pic x(72). *> documents we sent that did not import
77 match_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 sent_count pic 9(9) value 0. *> detail records in our load file
77 sent_trailer_count pic 9(9) value 0. *> document count our trailer claims
77 sent_trailer_seen pic 9 value 0. *> 1 once our trailer record has been read
77 log_count pic 9(9) value 0. *> entries in their import log
77 log_trailer_count pic 9(9) value 0. *> entry count their trailer claims
77 log_trailer_seen pic 9 value 0. *> 1 once their trailer line has been read
77 imported_count pic 9(9) value 0. *> documents the DMS imported
77 failed_count pic 9(9) value 0. *> documents the DMS logged but did not import
77 missing_count pic 9(9) value 0. *> documents missing from the log altogether
77 extra_count pic 9(9) value 0. *> log entries for documents we never sent
77 doc_imported pic 9. *> 1 if any log entry for the document says IMPORTED
77 last_status pic x(8). *> the document's last non-imported status
77 last_message pic x(60). *> the DMS's message with it
77 sent_eof pic 9 value 0. *> 1 once our sorted side has run out
77 log_eof pic 9 value 0. *> 1 once their sorted side has run out
77 mismatch_found pic 9 value 0. *> 1 once any count or document mismatch has been seen
77 formatted_count pic z(8)9. *> for printing counts, no leading zeroes
77 exception_severity pic x(1). *> E or W, for the exceptions dataset
77 exception_reason pic x(12). *> reason code, for the exceptions dataset
77 exception_key_values pic x(40). *> the load file, for the exceptions dataset
77 audit_program_name pic x(30) value "dms_ack_match". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the load file name, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    display "DMS load file to verify?: " with no advancing
    accept load_identifier
    display "Import log from the DMS?: " with no advancing
    accept importlog_identifier

    call "CBL_CHECK_FILE_EXIST" using load_identifier, match_check_buffer
    if return-code not = 0
        display "File not found :: " function trim(load_identifier)
        move 1 to return-code
        goback
    end-if
    call "CBL_CHECK_FILE_EXIST" using importlog_identifier, match_check_buffer
    if return-code not = 0
        display "File not found :: " function trim(importlog_identifier)
        move 1 to return-code
        goback
    end-if

    string function trim(load_identifier) delimited by size
           "_sentwork.txt" delimited by size
        into sentwork_identifier
    string function trim(load_identifier) delimited by size
           "_sentsort.txt" delimited by size
        into sentsort_identifier
    string function trim(load_identifier) delimited by size
           "_logwork.txt" delimited by size
        into logwork_identifier
    string function trim(load_identifier) delimited by size
           "_logsort.txt" delimited by size
        into logsort_identifier
    string function trim(load_identifier) delimited by size
           "_dmsunimported.txt" delimited by size
        into unimported_identifier

    *> peel our load file: header and trailer aside, one doc-id per
    *> detail record queued for the sort
    open output sentwork_file
    open input load_file
    perform forever
        read load_file
            at end exit perform
        end-read
        evaluate ld_tag
            when "HDR"
                continue
            when "TRL"
                move 1 to sent_trailer_seen
                move lt_document_count to sent_trailer_count
            when "DOC"
                add 1 to sent_count
                move spaces to sentwork_record
                move ld_doc_id to sw_doc_id
                write sentwork_record
        end-evaluate
    end-perform
    close load_file, sentwork_file

    open output logwork_file
    open input importlog_file
    perform forever
        read importlog_file
            at end exit perform
        end-read
        if ilt_tag = "TRL" and ilt_count is numeric
            move 1 to log_trailer_seen
            move ilt_count to log_trailer_count
        else
            if il_doc_id not = spaces
                add 1 to log_count
                move spaces to logwork_record
                move il_doc_id to lw_doc_id
                move function upper-case(il_status) to lw_status
                move il_message to lw_message
                write logwork_record
            end-if
        end-if
    end-perform
    close importlog_file, logwork_file

    sort dms_ack_sort_file
        on ascending key das_doc_id
        using sentwork_file
        giving sentsort_file
    sort dms_ack_sort_file
        on ascending key das_doc_id
        with duplicates in order
        using logwork_file
        giving logsort_file

    *> merge the two sorted sides: a document only on ours never
    *> reached the DMS; one on both imported only if some entry says
    *> so; a log entry only on theirs is for a document we never sent
    open input sentsort_file
    open input logsort_file
    open output unimported_file
    read sentsort_file
        at end move 1 to sent_eof
    end-read
    read logsort_file
        at end move 1 to log_eof
    end-read
    perform until sent_eof = 1 and log_eof = 1
        evaluate true
            when sent_eof = 1
                add 1 to extra_count
                read logsort_file
                    at end move 1 to log_eof
                end-read
            when log_eof = 1 or ss_doc_id < ls_doc_id
                add 1 to missing_count
                move spaces to unimported_record
                move ss_doc_id to un_doc_id
                move "NOT IN LOG" to un_status
                move "the DMS never logged this document" to un_message
                write unimported_record
                read sentsort_file
                    at end move 1 to sent_eof
                end-read
            when ss_doc_id > ls_doc_id
                add 1 to extra_count
                read logsort_file
                    at end move 1 to log_eof
                end-read
            when other
                perform match_document_entries
                read sentsort_file
                    at end move 1 to sent_eof
                end-read
        end-evaluate
    end-perform
    close sentsort_file, logsort_file, unimported_file
    call "CBL_DELETE_FILE" using sentwork_identifier
    call "CBL_DELETE_FILE" using sentsort_identifier
    call "CBL_DELETE_FILE" using logwork_identifier
    call "CBL_DELETE_FILE" using logsort_identifier

    display "DMS import match :: " function trim(load_identifier)
    display "----------------------------------------------------------------"
    move sent_count to formatted_count
    display "Documents sent      : " formatted_count
    if sent_trailer_seen = 1
        move sent_trailer_count to formatted_count
        display "Our trailer claims  : " formatted_count
        if sent_trailer_count not = sent_count
            move 1 to mismatch_found
            display "*** Our load file is short against its own trailer ***"
        end-if
    else
        move 1 to mismatch_found
        display "*** No trailer on our load file; was it built by"
            " dms_load_job? ***"
    end-if
    move log_count to formatted_count
    display "Import log entries  : " formatted_count
    if log_trailer_seen = 1
        move log_trailer_count to formatted_count
        display "Their trailer claims: " formatted_count
        if log_trailer_count not = log_count
            move 1 to mismatch_found
            display "*** Their import log is short against its own trailer ***"
        end-if
    end-if
    move imported_count to formatted_count
    display "Imported            : " formatted_count
    move failed_count to formatted_count
    display "Import FAILED       : " formatted_count
    move missing_count to formatted_count
    display "Not in the log      : " formatted_count
    move extra_count to formatted_count
    display "Logged, not sent    : " formatted_count
    if failed_count > 0 or missing_count > 0
        move 1 to mismatch_found
        display "Unimported documents :: " function trim(unimported_identifier)
        move "E" to exception_severity
        move "DMS-IMPORT" to exception_reason
        move load_identifier to exception_key_values
        call "write_exception" using audit_program_name, exception_severity,
            exception_reason, exception_key_values
    end-if
    if extra_count > 0
        move 1 to mismatch_found
    end-if
    if mismatch_found = 0
        display "Every document imported."
    end-if

    move load_identifier to audit_key_param
    if mismatch_found = 1
        move "FAILURE" to audit_result
    else
        move "SUCCESS" to audit_result
    end-if
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    if mismatch_found = 1
        move 1 to return-code
    else
        move 0 to return-code
    end-if
    goback.

*> every log entry for the document we hold; a retry that imported
*> clears the failures before it
match_document_entries.
    move 0 to doc_imported
    move spaces to last_status, last_message
    perform until log_eof = 1 or ls_doc_id not = ss_doc_id
        if ls_status = "IMPORTED"
            move 1 to doc_imported
        else
            move ls_status to last_status
            move ls_message to last_message
        end-if
        read logsort_file
            at end move 1 to log_eof
        end-read
    end-perform
    if doc_imported = 1
        add 1 to imported_count
    else
        add 1 to failed_count
        move spaces to unimported_record
        move ss_doc_id to un_doc_id
        move last_status to un_status
        move last_message to un_message
        write unimported_record
    end-if.
