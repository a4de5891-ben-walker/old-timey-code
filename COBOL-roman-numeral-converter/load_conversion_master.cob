*>                     key (duplicates allowed), so conversion_inquiry
*>                     can answer "which batches carried the value
*>                     1994, and under which spellings" directly.
*> Oct. 15, 2026 - BW - a batch the documents office hasn't signed off
*>                      (batch sign-off register, via signoff_gate) is
*>                      now refused before the master is touched,
*>                      unless a supervisor overrides at the gate; the
*>                      override is raised on the exception log.
*> Oct. 15, 2026 - BW - the results file is verified against the shop-wide
*>                      checksum register before anything else; a
*>                      mismatch refuses the load, and a file from
*>                      before the register loads with a note.
*> Oct. 15, 2026 - BW - a keyed batch's results (KEYED_INPUT, document-id/
*>                      page/field columns ahead of the value) now load
*>                      as well, the key columns carried onto each
*>                      history record and indexed on the document-id
*>                      (duplicates allowed), so conversion_inquiry can
*>                      list everything converted for one document.
*>                      Non-keyed results load as before, with the key
*>                      columns blank. An existing master is unloaded
*>                      and rebuilt once (indexed_file_maint) to pick
*>                      up the wider record.

identification division.
program-id. load_conversion_master.
    organization is indexed
    access mode is dynamic
    record key is master_key
    alternate record key is master_decimal with duplicates
    alternate record key is master_doc_id with duplicates.

    *> one record per numeral whose value changed from the newest
    *> answer already on file, for supervisor review after the load
    05 results_decimal_text pic x(12).
    05 filler pic x(4).
    05 results_numeral_text pic x(30).
*> keyed-input layout, the source line's key columns in front
01 results_record_keyed.
    05 rk_doc_id pic x(10).
    05 filler pic x(1).
    05 rk_page pic x(5).
    05 filler pic x(1).
    05 rk_field pic x(5).
    05 filler pic x(1).
    05 rk_decimal_text pic x(12).
    05 rk_separator pic x(4).
    05 rk_numeral_text pic x(30).

fd master_file.
01 master_record.
    05 master_batch pic x(40).
    05 master_line pic 9(9).
    05 master_date pic 9(8).
    05 master_doc_id pic x(10). *> keyed batches: the document-id column; spaces otherwise
    05 master_page pic x(5). *> keyed batches: the page column
    05 master_field pic x(5). *> keyed batches: the field column

fd changes_file.
01 change_record.
77 decimal_trimmed pic x(12). *> the row's decimal column, trimmed for the digits check
77 decimal_length pic s9(4) comp. *> trimmed length of the decimal column
77 load_abandoned pic 9 value 0. *> 1 once a malformed row has stopped the load
77 results_layout pic 9 value 0. *> 0 = not yet known, 1 = default, 2 = keyed
77 row_decimal_text pic x(12). *> the row's decimal column, whichever the layout
77 row_numeral_text pic x(30). *> the row's numeral column, whichever the layout
77 row_doc_id pic x(10). *> the row's document-id column, spaces when not keyed
77 row_page pic x(5). *> the row's page column, spaces when not keyed
77 row_field pic x(5). *> the row's field column, spaces when not keyed
77 formatted_count pic z(8)9. *> for printing counts, no leading zeroes
77 target_numeral pic x(30). *> normalized numeral of the current results row
77 target_decimal pic 9(12). *> decimal value of the current results row
77 audit_program_name pic x(30) value "load_conversion_master". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the results file name, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 gate_dataset pic x(60). *> the results file, for the sign-off gate
77 gate_passed pic 9. *> 1 if the batch is signed off or overridden
77 ck_action pic x(8) value "VERIFY". *> this program only ever verifies the results file
77 ck_dataset pic x(64). *> the results file, for the checksum register
77 ck_record_length pic 9(4) value 0. *> results files are line-structured
77 ck_status pic 9. *> 0 = matches, 1 = not on the register, 2 = mismatch

procedure division.
    display "Results file to load?: " with no advancing accept results_identifier
        goback
    end-if

    *> the file must still be the one conv_file wrote: a mismatch
    *> against the checksum register refuses the load (the register
    *> raises the exception); a file from before the register is
    *> loaded with a note
    move results_identifier to ck_dataset
    call "update_checksum_register" using ck_action, ck_dataset,
        ck_record_length, audit_program_name, ck_status
    if ck_status = 2
        display "Load refused: the results file does not match its checksum register entry."
        move results_identifier to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if
    if ck_status = 1
        display "Note: " function trim(results_identifier)
            " is not on the checksum register; loading unverified."
    end-if

    *> nothing goes onto the master until the documents office has
    *> accepted the batch; the gate audits its own refusals
    move results_identifier to gate_dataset
    call "signoff_gate" using audit_program_name, gate_dataset, gate_passed
    if gate_passed = 0
        move 1 to return-code
        goback
    end-if

    *> one loader at a time: parallel chunk runs finishing together
    *> must queue here, not interleave rewrites of the indexed file
    move "TAKE" to lock_action
            at end exit perform
        end-read
        add 1 to results_line
        if results_record = spaces
            exit perform cycle
        end-if

        *> the first row settles the layout: the default row has its
        *> separator straight after the decimal, a keyed row after
        *> the document-id/page/field columns
        if results_layout = 0
            if results_record(13:4) not = " :: "
                and results_record(36:4) = " :: "
                move 2 to results_layout
            else
                move 1 to results_layout
            end-if
        end-if
        if results_layout = 2
            move rk_decimal_text to row_decimal_text
            move rk_numeral_text to row_numeral_text
            move function trim(rk_doc_id) to row_doc_id
            move function trim(rk_page) to row_page
            move function trim(rk_field) to row_field
        else
            move results_decimal_text to row_decimal_text
            move results_numeral_text to row_numeral_text
            move spaces to row_doc_id, row_page, row_field
        end-if

        if function trim(row_numeral_text) not = spaces
            *> a row whose decimal column isn't a number means the
            *> batch ran with a different results layout (csv,
            *> words); loading on would fill the master with garbage
            move function trim(row_decimal_text) to decimal_trimmed
            move function length(function trim(decimal_trimmed)) to decimal_length
            if decimal_trimmed = spaces
                or decimal_trimmed(1:decimal_length) is not numeric
                move 1 to load_abandoned
                display "*** Row " results_line " is not in the"
                    " decimal :: numeral layout; load abandoned ***"
                display "*** This loader expects a batch run without"
                    " CSV_MODE/WORDS_MODE ***"
                exit perform
            end-if
            move function upper-case(function trim(row_numeral_text))
                to target_numeral
            move function numval(row_decimal_text) to target_decimal

            *> walk whatever history the numeral already has, to learn
            *> the highest sequence on file and the newest answer; a
            move results_identifier to master_batch
            move results_line to master_line
            move load_date to master_date
            move row_doc_id to master_doc_id
            move row_page to master_page
            move row_field to master_field
            write master_record
                invalid key
                    *> the same batch file loaded twice in one day can
