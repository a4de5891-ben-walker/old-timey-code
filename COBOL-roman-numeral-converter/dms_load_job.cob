*> dms_load_job.cob
*>
*> Build the document-management system's load file for a keyed
*> batch: one manifest per delivery, in the DMS's fixed 80-byte
*> layout -- a header record carrying the batch name and creation
*> date, one detail record per document (doc-id, page count, the
*> clause-number range, dates found, and reject count), and a
*> trailer with the control totals the DMS balances its import
*> against -- written to "<batch>_dmsload.dat". The figures come
*> from the batch's own datasets: "<batch>_results.txt" for the
*> pages and clause numbers, "<batch>_rejects.txt" for the rejects,
*> and "<batch>_dates.txt" (when DATE_MODE or ROMAN_DATE_MODE made
*> one) for the dates. The clause range follows the fields the
*> cross-reference check treats as clause numbers (XREF_CLAUSE_FIELD,
*> or every field but the citation field XREF_CITE_FIELD), and an
*> invalid numeral never widens it. dms_ack_match later reads the
*> DMS's import log back against this file.
*>
*> The batch must have been run with KEYED_INPUT on, since the doc-id
*> is the DMS's key; like every step that moves a batch's answers out
*> of the converter's hands, it is refused until the documents office
*> has signed the batch off (signoff_gate). The tally runs through a
*> sort work file, so a batch has no document-count ceiling.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. dms_load_job.

environment division.
input-output section.
file-control.
    select results_file assign results_identifier
    organization is line sequential.

    select reject_file assign reject_identifier
    organization is line sequential.

    select dates_file assign dates_identifier
    organization is line sequential.

    *> one record per results/reject/date line, queued for the sort,
    *> and the sorted copy the tally walks
    select dmswork_file assign dmswork_identifier
    organization is line sequential.

    select dmssort_file assign dmssort_identifier
    organization is line sequential.

    select dms_sort_file assign "dmssortwk".

    *> the DMS's fixed layout: fixed-length records with no line
    *> delimiters, like the mainframe handoff's
    select load_file assign load_identifier
    organization is sequential.

data division.
file section.
*> the keyed results layout conv_file writes
fd results_file.
01 results_record.
    05 rsk_doc_id pic x(10).
    05 filler pic x(1).
    05 rsk_page pic x(5).
    05 filler pic x(1).
    05 rsk_field pic x(5).
    05 filler pic x(1).
    05 rsk_decimal pic x(12).
    05 rsk_separator pic x(4).
    05 rsk_numeral pic x(30).
*> csv_mode's comma-separated view of the same line
01 results_record_csv.
    05 csv_text pic x(69).

*> the keyed reject layout conv_file writes
fd reject_file.
01 reject_record.
    05 rjk_line_number pic x(9).
    05 filler pic x(1).
    05 rjk_doc_id pic x(10).
    05 filler pic x(1).
    05 rjk_page pic x(5).
    05 filler pic x(1).
    05 rjk_field pic x(5).
    05 filler pic x(1).
    05 rjk_numeral pic x(30).

*> the dates layout, with a keyed batch's document-id and page
fd dates_file.
01 date_record.
    05 date_text pic x(10).
    05 filler pic x(4).
    05 date_source pic x(30).
    05 date_key_separator pic x(4).
    05 date_doc_id pic x(10).
    05 filler pic x(1).
    05 date_page pic x(5).

fd dmswork_file.
01 dmswork_record.
    05 dw_doc_id pic x(10).
    05 dw_page pic x(5).
    05 dw_numeral pic x(30).
    05 dw_kind pic x(1). *> 1 reject, 2 clause number, 3 other value, 4 date
    05 dw_value pic 9(12).

fd dmssort_file.
01 dmssort_record.
    05 ds_doc_id pic x(10).
    05 ds_page pic x(5).
    05 ds_numeral pic x(30).
    05 ds_kind pic x(1).
    05 ds_value pic 9(12).

sd dms_sort_file.
01 dms_sort_record.
    05 dss_doc_id pic x(10).
    05 dss_page pic x(5).
    05 dss_numeral pic x(30).
    05 dss_kind pic x(1).
    05 dss_value pic 9(12).

fd load_file
    record contains 80 characters.
01 load_record pic x(80).
01 load_header redefines load_record.
    05 lh_tag pic x(3).
    05 lh_date pic 9(8).
    05 lh_batch pic x(40).
    05 lh_source pic x(10).
    05 filler pic x(19).
01 load_detail redefines load_record.
    05 ld_tag pic x(3).
    05 ld_doc_id pic x(10).
    05 ld_page_count pic 9(5).
    05 ld_clause_low pic 9(12).
    05 ld_clause_high pic 9(12).
    05 ld_date_count pic 9(5).
    05 ld_reject_count pic 9(5).
    05 filler pic x(28).
01 load_trailer redefines load_record.
    05 lt_tag pic x(3).
    05 lt_document_count pic 9(9).
    05 lt_page_total pic 9(9).
    05 lt_date_total pic 9(9).
    05 lt_reject_total pic 9(9).
    05 lt_record_count pic 9(9).
    05 filler pic x(32).

working-storage section.
77 results_identifier pic x(52). *> local filename, needed for dynamic assign
77 reject_identifier pic x(52). *> the batch's rejects dataset
77 dates_identifier pic x(52). *> the batch's dates dataset, when there is one
77 load_identifier pic x(56). *> the DMS load file
77 dmswork_identifier pic x(64). *> the tally records, queued for the sort
77 dmssort_identifier pic x(64). *> the tally records by document, post-sort
77 batch_base pic x(40). *> the name the batch's datasets are built on
77 load_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 name_length pic s9(4) comp. *> trimmed length of the results dataset name
77 keyed_input pic 9 value 0. *> the batch's own keyed-layout switch
77 csv_mode pic 9 value 0. *> the batch's own comma-separated switch
77 clause_field pic x(5) value spaces. *> field code holding clause numbers, spaces = every field
77 cite_field pic x(5) value "CITE". *> field code holding clause citations
77 csv_doc_id pic x(10). *> a csv results line, split
77 csv_page pic x(5).
77 csv_field pic x(5).
77 csv_numeral pic x(30).
77 csv_decimal_text pic x(12).
77 line_field pic x(5). *> the current results line's field code
77 line_decimal_text pic x(12). *> the current results line's value, as written
77 dates_present pic 9 value 0. *> 1 if the batch has a dates dataset
77 sort_eof pic 9 value 0. *> 1 once the sorted tally has run out
77 current_doc_id pic x(10). *> the document being tallied
77 current_page pic x(5). *> the last page seen for it
77 rejected_page pic x(5). *> page of the last reject seen for it
77 rejected_numeral pic x(30). *> and the numeral rejected
77 doc_page_count pic 9(5). *> the current document's distinct pages
77 doc_clause_low pic 9(12). *> its lowest clause number
77 doc_clause_high pic 9(12). *> its highest clause number
77 doc_clause_seen pic 9. *> 1 once it has a clause number
77 doc_date_count pic 9(5). *> its dates
77 doc_reject_count pic 9(5). *> its rejects
77 document_count pic 9(9) value 0. *> detail records written
77 page_total pic 9(9) value 0. *> pages over every document
77 date_total pic 9(9) value 0. *> dates over every document
77 reject_total pic 9(9) value 0. *> rejects over every document
77 unkeyed_count pic 9(9) value 0. *> lines with no doc-id, left out of the manifest
77 load_date pic 9(8). *> today's date, stamped on the header
77 formatted_count pic z(8)9. *> for printing counts, no leading zeroes
77 param_identifier pic x(40) value "roman_converter_params.txt". *> shared control file for this subsystem
77 param_key pic x(20).
77 param_text pic x(30).
77 param_found pic 9.
77 audit_program_name pic x(30) value "dms_load_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the results dataset name, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 gate_dataset pic x(60). *> the results dataset, for the sign-off gate
77 gate_passed pic 9. *> 1 if the batch is signed off or overridden

procedure division.
    display "Keyed results dataset to load?: " with no advancing
    accept results_identifier

    call "CBL_CHECK_FILE_EXIST" using results_identifier, load_check_buffer
    if return-code not = 0
        display "File not found :: " function trim(results_identifier)
        move results_identifier to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if

    move "KEYED_INPUT" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to keyed_input
    end-if
    if keyed_input = 0
        display "The DMS load file is keyed by document; this batch was"
            " not run with KEYED_INPUT on."
        move results_identifier to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if

    *> nothing goes to the DMS until the documents office has
    *> accepted the batch; the gate audits its own refusals
    move results_identifier to gate_dataset
    call "signoff_gate" using audit_program_name, gate_dataset, gate_passed
    if gate_passed = 0
        move 1 to return-code
        goback
    end-if

    move "CSV_MODE" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to csv_mode
    end-if
    move "XREF_CLAUSE_FIELD" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function upper-case(param_text) to clause_field
    end-if
    move "XREF_CITE_FIELD" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1 and param_text not = spaces
        move function upper-case(param_text) to cite_field
    end-if

    *> the batch's other datasets are named on the same base as its
    *> results ("<batch>_results.txt", "<batch>_g0003_results.txt")
    move function length(function trim(results_identifier)) to name_length
    move spaces to batch_base
    if name_length > 12 and results_identifier(name_length - 11 : 12) = "_results.txt"
        move results_identifier(1 : name_length - 12) to batch_base
    else
        move results_identifier to batch_base
    end-if
    string function trim(batch_base) delimited by size
           "_rejects.txt" delimited by size
        into reject_identifier
    string function trim(batch_base) delimited by size
           "_dates.txt" delimited by size
        into dates_identifier
    string function trim(batch_base) delimited by size
           "_dmsload.dat" delimited by size
        into load_identifier
    string function trim(batch_base) delimited by size
           "_dmswork.txt" delimited by size
        into dmswork_identifier
    string function trim(batch_base) delimited by size
           "_dmssort.txt" delimited by size
        into dmssort_identifier

    open output dmswork_file
    perform queue_results
    call "CBL_CHECK_FILE_EXIST" using reject_identifier, load_check_buffer
    if return-code = 0
        perform queue_rejects
    end-if
    call "CBL_CHECK_FILE_EXIST" using dates_identifier, load_check_buffer
    if return-code = 0
        move 1 to dates_present
        perform queue_dates
    end-if
    close dmswork_file

    sort dms_sort_file
        on ascending key dss_doc_id, dss_page, dss_numeral, dss_kind
        using dmswork_file
        giving dmssort_file

    accept load_date from date yyyymmdd
    open output load_file
    move spaces to load_record
    move "HDR" to lh_tag
    move load_date to lh_date
    move batch_base to lh_batch
    move "ROMANCONV" to lh_source
    write load_record

    *> one detail record per document: a control break on the doc-id,
    *> with a page counted each time the page changes inside it
    open input dmssort_file
    read dmssort_file
        at end move 1 to sort_eof
    end-read
    perform until sort_eof = 1
        move ds_doc_id to current_doc_id
        move spaces to current_page, rejected_page, rejected_numeral
        move 0 to doc_page_count, doc_clause_low, doc_clause_high,
            doc_clause_seen, doc_date_count, doc_reject_count
        perform until sort_eof = 1 or ds_doc_id not = current_doc_id
            perform tally_document_record
            read dmssort_file
                at end move 1 to sort_eof
            end-read
        end-perform
        perform write_document_detail
    end-perform
    close dmssort_file

    move spaces to load_record
    move "TRL" to lt_tag
    move document_count to lt_document_count
    move page_total to lt_page_total
    move date_total to lt_date_total
    move reject_total to lt_reject_total
    compute lt_record_count = document_count + 2
    write load_record
    close load_file
    call "CBL_DELETE_FILE" using dmswork_identifier
    call "CBL_DELETE_FILE" using dmssort_identifier

    display "DMS load file :: " function trim(load_identifier)
    display "----------------------------------------------------------------"
    move document_count to formatted_count
    display "Documents       : " formatted_count
    move page_total to formatted_count
    display "Pages           : " formatted_count
    move date_total to formatted_count
    display "Dates           : " formatted_count
    if dates_present = 0
        display "                  (no dates dataset for this batch)"
    end-if
    move reject_total to formatted_count
    display "Rejects         : " formatted_count
    if unkeyed_count > 0
        move unkeyed_count to formatted_count
        display "No doc-id, left out: " formatted_count
    end-if

    move results_identifier to audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    move 0 to return-code
    goback.

*> every results line is a page of its document; a value in a
*> clause-number field is also a clause number, unless the same
*> numeral was rejected on that page
queue_results.
    open input results_file
    perform forever
        read results_file
            at end exit perform
        end-read
        move spaces to dmswork_record
        if csv_mode = 1
            move spaces to csv_doc_id, csv_page, csv_field, csv_numeral,
                csv_decimal_text
            unstring csv_text delimited by ","
                into csv_doc_id, csv_page, csv_field, csv_numeral,
                    csv_decimal_text
            end-unstring
            move csv_doc_id to dw_doc_id
            move csv_page to dw_page
            move csv_numeral to dw_numeral
            move function upper-case(csv_field) to line_field
            move csv_decimal_text to line_decimal_text
        else
            move rsk_doc_id to dw_doc_id
            move rsk_page to dw_page
            move rsk_numeral to dw_numeral
            move function upper-case(rsk_field) to line_field
            move rsk_decimal to line_decimal_text
        end-if
        if dw_doc_id = spaces
            add 1 to unkeyed_count
            exit perform cycle
        end-if
        move function numval(line_decimal_text) to dw_value
        move "3" to dw_kind
        if dw_value > 0
            if (clause_field not = spaces and line_field = clause_field)
                or (clause_field = spaces and line_field not = cite_field)
                move "2" to dw_kind
            end-if
        end-if
        write dmswork_record
    end-perform
    close results_file.

queue_rejects.
    open input reject_file
    perform forever
        read reject_file
            at end exit perform
        end-read
        if rjk_line_number is not numeric
            exit perform cycle
        end-if
        if rjk_doc_id = spaces
            add 1 to unkeyed_count
            exit perform cycle
        end-if
        move spaces to dmswork_record
        move rjk_doc_id to dw_doc_id
        move rjk_page to dw_page
        move rjk_numeral to dw_numeral
        move "1" to dw_kind
        move 0 to dw_value
        write dmswork_record
    end-perform
    close reject_file.

queue_dates.
    open input dates_file
    perform forever
        read dates_file
            at end exit perform
        end-read
        if date_text = spaces
            exit perform cycle
        end-if
        if date_key_separator not = " :: " or date_doc_id = spaces
            add 1 to unkeyed_count
            exit perform cycle
        end-if
        move spaces to dmswork_record
        move date_doc_id to dw_doc_id
        move date_page to dw_page
        move date_source to dw_numeral
        move "4" to dw_kind
        move 0 to dw_value
        write dmswork_record
    end-perform
    close dates_file.

tally_document_record.
    if ds_page not = current_page and ds_page not = spaces
        add 1 to doc_page_count
        move ds_page to current_page
    end-if
    evaluate ds_kind
        when "1"
            add 1 to doc_reject_count
            move ds_page to rejected_page
            move ds_numeral to rejected_numeral
        *> the results line of a rejected numeral sorts just after
        *> its reject, and its value is not a clause number
        when "2"
            if ds_page not = rejected_page or ds_numeral not = rejected_numeral
                perform widen_clause_range
            end-if
        when "4"
            add 1 to doc_date_count
    end-evaluate.

widen_clause_range.
    if doc_clause_seen = 0 or ds_value < doc_clause_low
        move ds_value to doc_clause_low
    end-if
    if doc_clause_seen = 0 or ds_value > doc_clause_high
        move ds_value to doc_clause_high
    end-if
    move 1 to doc_clause_seen.

write_document_detail.
    move spaces to load_record
    move "DOC" to ld_tag
    move current_doc_id to ld_doc_id
    move doc_page_count to ld_page_count
    move doc_clause_low to ld_clause_low
    move doc_clause_high to ld_clause_high
    move doc_date_count to ld_date_count
    move doc_reject_count to ld_reject_count
    write load_record
    add 1 to document_count
    add doc_page_count to page_total
    add doc_date_count to date_total
    add doc_reject_count to reject_total.
