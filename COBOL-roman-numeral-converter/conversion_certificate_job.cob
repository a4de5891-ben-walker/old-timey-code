*> conversion_certificate_job.cob
*>
*> The certified conversion statement legal files with an exhibit:
*> given a list of conversions -- a results file and line ("batch
*> line") or a document-id, one to a line -- every numeral they
*> name on the conversion master is listed with its decimal and its
*> words form and the provenance behind it: the batch and line it
*> was loaded from, the run that converted it (run ID, operator,
*> date and time, release level), the spelling profile the batch ran
*> under (SPELLING_PROFILE off its controls dataset), and the value
*> table in effect (the last value_table_maint SAVE on the audit log
*> before the run). Each line is verified before it is certified:
*> the results line must still read as converted (or its .arc copy,
*> once archive_purge_job has moved it), the results file must still
*> match the checksum register, and the run's audit entry must be
*> on the log and replay intact on the audit chain. A line failing
*> any of those is printed QUALIFIED with the reason instead of
*> VERIFIED. A document's conversions come out in page/field order.
*>
*> Each certificate is numbered off the certificate register
*> (conversion_certificate_register.txt), its lines kept on
*> conversion_certificate_lines.txt with a digest over them on the
*> register entry, and printed to conversion_certificate_<nnnnnn>.txt.
*> REPRINT reproduces a certificate from the register as issued,
*> confirming its lines still match the digest; VERIFY re-checks
*> every certified line against the master, the results files, and
*> the audit chain as they stand now, and says which no longer hold.
*> A qualified certificate, an altered register, or a certificate
*> that no longer holds is raised on the exceptions dataset.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - a batch's run ID and spelling profile are read
*>                      off its controls dataset here, through a wide
*>                      enough file name, as a generation's controls
*>                      dataset name runs past what read_control_param
*>                      takes.

identification division.
program-id. conversion_certificate_job.

environment division.
input-output section.
file-control.
    *> the references to certify, one to a line
    select list_file assign list_identifier
    organization is line sequential.

    select master_file assign to "conversion_master.dat"
    organization is indexed
    access mode is dynamic
    record key is master_key
    alternate record key is master_decimal with duplicates
    alternate record key is master_doc_id with duplicates.

    *> a batch's results file, or its .arc copy
    select source_file assign source_identifier
    organization is line sequential.

    select audit_file assign audit_identifier
    organization is line sequential.

    select register_file assign register_identifier
    organization is line sequential.

    select lines_file assign lines_identifier
    organization is line sequential.

    select certificate_file assign certificate_identifier
    organization is line sequential.

    *> a batch's KEY=VALUE controls dataset
    select controls_file assign controls_identifier
    organization is line sequential.

data division.
file section.
fd list_file.
01 list_record.
    05 list_text pic x(80).

fd master_file.
01 master_record.
    05 master_key.
        10 master_numeral pic x(30).
        10 master_seq pic 9(4).
    05 master_decimal pic 9(12).
    05 master_batch pic x(40).
    05 master_line pic 9(9).
    05 master_date pic 9(8).
    05 master_doc_id pic x(10). *> keyed batches: the document-id column; spaces otherwise
    05 master_page pic x(5). *> keyed batches: the page column
    05 master_field pic x(5). *> keyed batches: the field column

fd source_file.
01 source_record.
    05 source_text pic x(120).

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
    05 filler pic x(12).
01 audit_line_record.
    05 audit_line pic x(201).

fd register_file.
01 register_record.
    05 cr_certificate pic 9(6).
    05 filler pic x(1).
    05 cr_date pic 9(8).
    05 filler pic x(1).
    05 cr_time pic 9(8).
    05 filler pic x(1).
    05 cr_operator pic x(20).
    05 filler pic x(1).
    05 cr_matter pic x(40).
    05 filler pic x(1).
    05 cr_items pic 9(4).
    05 filler pic x(1).
    05 cr_qualified pic 9(4).
    05 filler pic x(1).
    05 cr_status pic x(9).
    05 filler pic x(1).
    05 cr_digest pic 9(9).
    05 filler pic x(1).
    05 cr_list pic x(40).

fd lines_file.
01 lines_record.
    05 cl_certificate pic 9(6).
    05 filler pic x(1).
    05 cl_item pic 9(4).
    05 filler pic x(1).
    05 cl_doc_id pic x(10).
    05 filler pic x(1).
    05 cl_page pic x(5).
    05 filler pic x(1).
    05 cl_field pic x(5).
    05 filler pic x(1).
    05 cl_numeral pic x(30).
    05 filler pic x(1).
    05 cl_decimal pic 9(12).
    05 filler pic x(1).
    05 cl_batch pic x(40).
    05 filler pic x(1).
    05 cl_line pic 9(9).
    05 filler pic x(1).
    05 cl_loaded pic 9(8).
    05 filler pic x(1).
    05 cl_run_id pic 9(6).
    05 filler pic x(1).
    05 cl_operator pic x(20).
    05 filler pic x(1).
    05 cl_run_date pic 9(8).
    05 filler pic x(1).
    05 cl_run_time pic 9(8).
    05 filler pic x(1).
    05 cl_release pic 9(4).
    05 filler pic x(1).
    05 cl_profile pic x(1).
    05 filler pic x(1).
    05 cl_vt_state pic x(1).
    05 filler pic x(1).
    05 cl_vt_date pic 9(8).
    05 filler pic x(1).
    05 cl_vt_time pic 9(8).
    05 filler pic x(1).
    05 cl_vt_operator pic x(20).
    05 filler pic x(1).
    05 cl_status pic x(9).
    05 filler pic x(1).
    05 cl_reason pic x(30).
01 lines_line_record.
    05 lines_line pic x(273).

fd certificate_file.
01 certificate_record.
    05 certificate_text pic x(150).

fd controls_file.
01 controls_record.
    05 controls_line pic x(60).

working-storage section.
*> the conversions being certified: the first columns are what the
*> certificate lines register keeps, the rest only working columns
01 item-table.
    05 item-entry occurs 500 times.
        10 it_doc_id pic x(10).
        10 it_page pic x(5).
        10 it_field pic x(5).
        10 it_numeral pic x(30).
        10 it_decimal pic 9(12).
        10 it_batch pic x(40).
        10 it_line pic 9(9).
        10 it_loaded pic 9(8).
        10 it_run_id pic 9(6).
        10 it_operator pic x(20).
        10 it_run_date pic 9(8).
        10 it_run_time pic 9(8).
        10 it_release pic 9(4).
        10 it_profile pic x(1). *> C classical, M medieval/additive, U not recorded
        10 it_vt_state pic x(1). *> S saved change, N none on the kept logs, U not established
        10 it_vt_date pic 9(8).
        10 it_vt_time pic 9(8).
        10 it_vt_operator pic x(20).
        10 it_status pic x(9). *> VERIFIED, QUALIFIED, or NOT FOUND
        10 it_reason pic x(30).
        10 it_page_key pic x(5) justified right.
        10 it_field_key pic x(5) justified right.
        10 it_run_k pic s9(4) comp.
        10 it_source pic x(1). *> L live line matches, A .arc line matches, C changed, P purged
        10 it_on_master pic 9.
01 held-item pic x(256). *> an item being moved during the page/field ordering
*> the runs behind the items, one per batch
01 run-table.
    05 run-entry occurs 100 times.
        10 rn_batch pic x(40).
        10 rn_input pic x(40). *> the input file name conv_file audited the run under
        10 rn_load_date pic 9(8).
        10 rn_run_id pic 9(6). *> the run ID looked for, 0 if the controls dataset had none
        10 rn_profile pic x(1).
        10 rn_ck_status pic 9. *> the results file against the checksum register
        10 rn_found pic 9.
        10 rn_entry_run pic 9(6).
        10 rn_operator pic x(20).
        10 rn_date pic 9(8).
        10 rn_time pic 9(8).
        10 rn_release pic 9(4).
        10 rn_stamp pic 9(16).
        10 rn_chain pic x(1). *> I intact through the entry, B broken, P before the chain
        10 rn_vt_state pic x(1).
        10 rn_vt_date pic 9(8).
        10 rn_vt_time pic 9(8).
        10 rn_vt_operator pic x(20).
*> value_table_maint SAVEs on the kept logs
01 save-table.
    05 save-entry occurs 300 times.
        10 sv_stamp pic 9(16).
        10 sv_date pic 9(8).
        10 sv_time pic 9(8).
        10 sv_operator pic x(20).
77 item_count pic s9(4) comp value 0. *> items held
77 run_count pic s9(4) comp value 0. *> runs held
77 save_count pic s9(4) comp value 0. *> value-table saves held
77 item_k pic s9(4) comp. *> index over the items
77 order_k pic s9(4) comp. *> second index, for the page/field ordering
77 run_k pic s9(4) comp. *> index over the runs
77 save_k pic s9(4) comp. *> index over the saves
77 match_k pic s9(4) comp. *> the run or save located, 0 if none
77 block_start pic s9(4) comp. *> the first item a reference produced
77 items_skipped pic 9(6) value 0. *> conversions past the item table
77 cert_function pic x(10). *> issue, reprint, or verify
77 list_identifier pic x(40). *> the reference list, for issue
77 master_identifier pic x(40) value "conversion_master.dat". *> for the existence check only
77 source_identifier pic x(44). *> the results file, or its .arc copy, being checked
77 audit_identifier pic x(44). *> the audit file currently being read
77 register_identifier pic x(40) value "conversion_certificate_register.txt". *> one entry per certificate issued
77 lines_identifier pic x(40) value "conversion_certificate_lines.txt". *> every certificate's lines, as certified
77 certificate_identifier pic x(52). *> the printable certificate
77 controls_identifier pic x(64). *> the batch's controls dataset
77 cert_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 ref_text pic x(80). *> a reference off the list, trimmed
77 ref_word_1 pic x(52). *> the results file, or the document-id
77 ref_word_2 pic x(20). *> the line number, when it is a batch reference
77 ref_line pic 9(9). *> the line number, converted
77 ref_count pic 9(6) value 0. *> references read off the list
77 refs_unresolved pic 9(6) value 0. *> references nothing on the master answered
77 scan_done pic 9. *> 1 once a master walk has run out
77 best_date pic 9(8). *> the latest load found for a batch reference
77 cert_number pic 9(6) value 0. *> the certificate being issued, reprinted, or verified
77 highest_number pic 9(6) value 0. *> the highest certificate on the register
77 cert_found pic 9. *> 1 once the certificate is found on the register
77 cert_date pic 9(8). *> when the certificate was issued
77 cert_time pic 9(8). *> and at what time
77 cert_operator pic x(20). *> who issued it
77 cert_matter pic x(40). *> the matter or exhibit it was issued for
77 cert_list pic x(40). *> the reference list it was issued from
77 cert_status pic x(9). *> CERTIFIED or QUALIFIED
77 cert_digest pic 9(9). *> digest over the certificate's lines
77 register_digest pic 9(9). *> the digest the register holds
77 copy_print pic 9 value 0. *> 1 when the certificate printed is a reproduction
77 verified_count pic 9(4) value 0. *> items verified
77 qualified_count pic 9(4) value 0. *> items qualified
77 missing_count pic 9(4) value 0. *> references not on the master
77 changed_count pic 9(4) value 0. *> on verify, items that no longer hold
77 today_date pic 9(8). *> today's date
77 now_time pic 9(8). *> the time now
77 gen_year pic 9(4). *> the generation's year
77 gen_month pic 9(2). *> the generation's month
77 gen_yyyymm pic 9(6). *> the generation's yyyymm
77 months_back pic s9(4) comp. *> generations walked back so far
77 base_length pic s9(4) comp. *> trimmed length of a batch name
77 control_key pic x(20). *> key of a KEY=VALUE controls line
77 control_text pic x(30). *> its value, as written
77 ck_action pic x(8) value "VERIFY". *> this job only ever verifies
77 ck_dataset pic x(64). *> the results file, for the checksum register
77 ck_record_length pic 9(4) value 0. *> results files are line-structured
77 ck_status pic 9. *> 0 matches, 1 not on the register, 2 mismatch, 3 not present
77 source_eof pic 9. *> 1 once the source file has run out
77 source_line pic 9(9). *> physical line last read off the source file
77 source_numeral pic x(30). *> the source line's numeral, as the loader reads it
77 source_decimal_text pic x(12). *> the source line's decimal column
77 decimal_trimmed pic x(12). *> the decimal column, trimmed
77 decimal_length pic s9(4) comp. *> its significant length
77 chain_broken pic 9. *> 1 once the file being read has broken its chain
77 record_vouch pic x(1). *> I the record replays, B the chain broke, P before the chain
77 expected_sequence pic 9(9). *> the sequence number the chain calls for next
77 running_check pic 9(9). *> the chain's running check value
77 record_sequence pic 9(9). *> sequence number the record claims
77 record_check pic 9(9). *> check value the record claims
77 chain_work pic 9(12). *> widened working area for the check arithmetic
77 chain_i pic s9(4) comp. *> index over the bytes being folded in
77 chain_span pic s9(4) comp. *> how many leading bytes the check covers
77 release_span pic 9. *> 1 when the record's trailing release column is chained too
77 release_end pic s9(4) comp. *> last trailing byte chained
77 record_stamp pic 9(16). *> an entry's date and time, for ordering
77 digest_work pic 9(12). *> widened working area for the digest arithmetic
77 words_value pic s9(12). *> the decimal, for decimal_to_words
77 words_text pic x(130). *> the decimal in longhand English
77 words_status pic 9. *> 1 if the value could not be spelled
77 item_text pic x(30). *> a reason being settled
77 formatted_value pic z(11)9. *> decimals, no leading zeroes
77 formatted_line pic z(8)9. *> line numbers, no leading zeroes
77 formatted_run pic z(5)9. *> run IDs, no leading zeroes
77 formatted_count pic z(3)9. *> counts, no leading zeroes
77 formatted_count_2 pic z(3)9. *> a second count on the same line
77 formatted_release pic z(3)9. *> release levels, no leading zeroes
77 report_pointer pic s9(4) comp. *> where the next piece of a line goes
77 session_function pic x(8) value "CURRENT". *> this job only ever reads the session
77 session_operator pic x(20). *> whoever is issuing
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 lock_action pic x(4). *> TAKE or FREE, for the register's lock
77 lock_name pic x(40) value "conversion_certificate_register.lock". *> whoever creates it holds the register
77 lock_owner pic x(30) value "conversion_certificate_job". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 cert_return_code pic 9 value 0. *> the job's exit status, set once the audit entry is out
77 exception_severity pic x(1). *> E or W, for the exceptions dataset
77 exception_reason pic x(12). *> reason code, for the exceptions dataset
77 exception_key_values pic x(40). *> the certificate and its count
77 audit_program_name pic x(30) value "conversion_certificate_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the certificate and its outcome, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_operator = spaces
        accept session_operator from environment "USER"
    end-if
    accept today_date from date yyyymmdd

    display "Certificate function (issue/reprint/verify)?: " with no advancing
    accept cert_function
    move function lower-case(function trim(cert_function)) to cert_function
    evaluate cert_function
        when "issue"
            perform issue_certificate
        when "reprint"
            perform reprint_certificate
        when "verify"
            perform verify_certificate
        when other
            display "Key issue, reprint, or verify."
            move "UNKNOWN FUNCTION" to audit_key_param
            move "FAILURE" to audit_result
            move 1 to cert_return_code
    end-evaluate

    call "write_audit_log" using audit_program_name, audit_key_param,
        audit_result
    move cert_return_code to return-code
    goback.

*> a new certificate off a reference list
issue_certificate.
    display "Reference list (results file and line, or document-id, one to a line)?: "
        with no advancing
    accept list_identifier
    call "CBL_CHECK_FILE_EXIST" using list_identifier, cert_check_buffer
    if return-code not = 0
        display "File not found :: " function trim(list_identifier)
        move list_identifier to audit_key_param
        move "FAILURE" to audit_result
        move 1 to cert_return_code
        exit paragraph
    end-if
    call "CBL_CHECK_FILE_EXIST" using master_identifier, cert_check_buffer
    if return-code not = 0
        display "No conversion master on file; nothing can be certified."
        move list_identifier to audit_key_param
        move "FAILURE" to audit_result
        move 2 to cert_return_code
        exit paragraph
    end-if
    display "Certified for (matter / exhibit)?: " with no advancing
    accept cert_matter

    open input master_file
    open input list_file
    perform forever
        read list_file
            at end exit perform
        end-read
        if list_text not = spaces
            perform resolve_reference
        end-if
    end-perform
    close list_file, master_file

    if item_count = 0
        display "Nothing on the list to certify."
        move list_identifier to audit_key_param
        move "FAILURE" to audit_result
        move 1 to cert_return_code
        exit paragraph
    end-if
    if items_skipped > 0
        move items_skipped to formatted_count
        display "*** " function trim(formatted_count) " conversion(s) past the"
            " 500 a certificate holds were left off; split the list. ***"
    end-if

    perform gather_runs
    perform check_item_sources
    perform scan_audit_logs
    perform settle_items

    *> numbered and registered under the register's lock, so two
    *> certificates issued together never share a number
    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status not = 0
        display "*** Could not get the certificate-register lock after ten"
            " tries; certificate not issued -- rerun it. ***"
        move list_identifier to audit_key_param
        move "FAILURE" to audit_result
        move 1 to cert_return_code
        exit paragraph
    end-if
    perform find_highest_certificate
    compute cert_number = highest_number + 1
    accept cert_time from time
    move today_date to cert_date
    move session_operator to cert_operator
    move list_identifier to cert_list
    if qualified_count + missing_count > 0
        move "QUALIFIED" to cert_status
    else
        move "CERTIFIED" to cert_status
    end-if

    move 0 to cert_digest
    call "CBL_CHECK_FILE_EXIST" using lines_identifier, cert_check_buffer
    if return-code = 0
        open extend lines_file
    else
        open output lines_file
    end-if
    perform varying item_k from 1 by 1 until item_k > item_count
        perform build_lines_record
        perform fold_lines_digest
        write lines_record
    end-perform
    close lines_file

    call "CBL_CHECK_FILE_EXIST" using register_identifier, cert_check_buffer
    if return-code = 0
        open extend register_file
    else
        open output register_file
    end-if
    move spaces to register_record
    move cert_number to cr_certificate
    move cert_date to cr_date
    move cert_time to cr_time
    move cert_operator to cr_operator
    move cert_matter to cr_matter
    move item_count to cr_items
    compute cr_qualified = qualified_count + missing_count
    move cert_status to cr_status
    move cert_digest to cr_digest
    move cert_list to cr_list
    write register_record
    close register_file
    move "FREE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status

    move 0 to copy_print
    perform write_certificate

    display "Certificate " cert_number " :: " function trim(cert_status)
        " :: " function trim(certificate_identifier)
    move item_count to formatted_count
    display "  Items     : " formatted_count
    move verified_count to formatted_count
    display "  Verified  : " formatted_count
    move qualified_count to formatted_count
    display "  Qualified : " formatted_count
    move missing_count to formatted_count
    display "  Not found : " formatted_count

    if qualified_count + missing_count > 0
        move "W" to exception_severity
        move "CERT-QUALIFY" to exception_reason
        move spaces to exception_key_values
        compute formatted_count = qualified_count + missing_count
        string "cert " delimited by size
               cert_number delimited by size
               " qualified " delimited by size
               function trim(formatted_count) delimited by size
            into exception_key_values
        call "write_exception" using audit_program_name, exception_severity,
            exception_reason, exception_key_values
    end-if

    move spaces to audit_key_param
    move item_count to formatted_count
    string "ISSUE " delimited by size
           cert_number delimited by size
           " items " delimited by size
           function trim(formatted_count) delimited by size
           " " delimited by size
           cert_status delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    if qualified_count + missing_count > 0
        move 1 to cert_return_code
    else
        move 0 to cert_return_code
    end-if.

*> one reference off the list: "results-file line" names one
*> conversion, anything else is a document-id standing for every
*> conversion on the document
resolve_reference.
    add 1 to ref_count
    move function trim(list_text) to ref_text
    move spaces to ref_word_1, ref_word_2
    unstring ref_text delimited by all spaces
        into ref_word_1, ref_word_2
    end-unstring
    move item_count to block_start
    if ref_word_2 not = spaces and function trim(ref_word_2) is numeric
        move function numval(ref_word_2) to ref_line
        perform resolve_batch_line
    else
        perform resolve_document
    end-if
    if item_count = block_start
        add 1 to refs_unresolved
        if item_count < 500
            add 1 to item_count
            move spaces to item-entry(item_count)
            move 0 to it_decimal(item_count), it_line(item_count),
                it_loaded(item_count), it_run_id(item_count),
                it_run_date(item_count), it_run_time(item_count),
                it_release(item_count), it_vt_date(item_count),
                it_vt_time(item_count), it_run_k(item_count),
                it_on_master(item_count)
            if ref_word_2 not = spaces
                move ref_word_1 to it_batch(item_count)
                move ref_line to it_line(item_count)
            else
                move ref_word_1 to it_doc_id(item_count)
            end-if
            move "U" to it_profile(item_count), it_vt_state(item_count)
            move "NOT FOUND" to it_status(item_count)
            move "not on the conversion master" to it_reason(item_count)
        else
            add 1 to items_skipped
        end-if
    end-if.

*> a batch and line: the master is walked whole, and the latest load
*> of that line is the one certified
resolve_batch_line.
    move 0 to best_date
    move 0 to scan_done
    move low-values to master_key
    start master_file key not < master_key
        invalid key move 1 to scan_done
    end-start
    perform until scan_done = 1
        read master_file next
            at end
                move 1 to scan_done
            not at end
                if master_batch = ref_word_1 and master_line = ref_line
                    and master_date not < best_date
                    move master_date to best_date
                    if item_count = block_start
                        if item_count < 500
                            add 1 to item_count
                            perform take_master_item
                        else
                            add 1 to items_skipped
                        end-if
                    else
                        perform take_master_item
                    end-if
                end-if
        end-read
    end-perform.

*> a document-id: everything the alternate index holds for it,
*> across every batch it has appeared in, then into page/field order
resolve_document.
    move 0 to scan_done
    move ref_word_1 to master_doc_id
    start master_file key = master_doc_id
        invalid key move 1 to scan_done
    end-start
    perform until scan_done = 1
        read master_file next record
            at end
                move 1 to scan_done
            not at end
                if master_doc_id not = ref_word_1(1:10)
                    move 1 to scan_done
                else
                    if item_count < 500
                        add 1 to item_count
                        perform take_master_item
                    else
                        add 1 to items_skipped
                    end-if
                end-if
        end-read
    end-perform
    perform order_document_block.

take_master_item.
    move spaces to item-entry(item_count)
    move master_doc_id to it_doc_id(item_count)
    move master_page to it_page(item_count)
    move master_field to it_field(item_count)
    move function trim(master_page) to it_page_key(item_count)
    move function trim(master_field) to it_field_key(item_count)
    move master_numeral to it_numeral(item_count)
    move master_decimal to it_decimal(item_count)
    move master_batch to it_batch(item_count)
    move master_line to it_line(item_count)
    move master_date to it_loaded(item_count)
    move 0 to it_run_id(item_count), it_run_date(item_count),
        it_run_time(item_count), it_release(item_count),
        it_vt_date(item_count), it_vt_time(item_count),
        it_run_k(item_count)
    move "U" to it_profile(item_count), it_vt_state(item_count)
    move 1 to it_on_master(item_count).

*> page, then field, then batch and line, within the document; page
*> and field are right-justified so page 9 comes before page 10
order_document_block.
    perform varying item_k from block_start by 1 until item_k >= item_count - 1
        compute order_k = item_k + 2
        perform until order_k > item_count
            if it_page_key(order_k) < it_page_key(item_k + 1)
                or (it_page_key(order_k) = it_page_key(item_k + 1)
                    and it_field_key(order_k) < it_field_key(item_k + 1))
                or (it_page_key(order_k) = it_page_key(item_k + 1)
                    and it_field_key(order_k) = it_field_key(item_k + 1)
                    and (it_batch(order_k) < it_batch(item_k + 1)
                        or (it_batch(order_k) = it_batch(item_k + 1)
                            and it_line(order_k) < it_line(item_k + 1))))
                move item-entry(item_k + 1) to held-item
                move item-entry(order_k) to item-entry(item_k + 1)
                move held-item to item-entry(order_k)
            end-if
            add 1 to order_k
        end-perform
    end-perform.

*> one run per batch behind the items: the run ID and spelling
*> profile off the batch's controls dataset on issue, as certified
*> on verify; and the results file checked against the checksum
*> register
gather_runs.
    move 0 to run_count
    perform varying item_k from 1 by 1 until item_k > item_count
        move 0 to it_run_k(item_k)
        if it_on_master(item_k) = 1
            perform find_or_add_run
        end-if
    end-perform.

find_or_add_run.
    move 0 to match_k
    perform varying run_k from 1 by 1 until run_k > run_count or match_k > 0
        if rn_batch(run_k) = it_batch(item_k)
            and (cert_function = "issue" or rn_run_id(run_k) = it_run_id(item_k))
            move run_k to match_k
        end-if
    end-perform
    if match_k = 0
        if run_count >= 100
            exit paragraph
        end-if
        add 1 to run_count
        move run_count to match_k
        move spaces to run-entry(match_k)
        move 0 to rn_run_id(match_k), rn_found(match_k), rn_entry_run(match_k),
            rn_date(match_k), rn_time(match_k), rn_release(match_k),
            rn_stamp(match_k), rn_vt_date(match_k), rn_vt_time(match_k),
            rn_ck_status(match_k)
        move it_batch(item_k) to rn_batch(match_k)
        move it_loaded(item_k) to rn_load_date(match_k)
        move "U" to rn_profile(match_k), rn_vt_state(match_k)
        move "P" to rn_chain(match_k)

        *> "<input>[_gNNNN]_results.txt": the controls dataset hangs off
        *> everything ahead of "_results.txt", the audit entry off the
        *> input name alone
        move function length(function trim(rn_batch(match_k))) to base_length
        if base_length > 12
            if rn_batch(match_k)(base_length - 11 : 12) = "_results.txt"
                subtract 12 from base_length
            end-if
        end-if
        move spaces to controls_identifier
        string rn_batch(match_k)(1 : base_length) delimited by size
               "_controls.txt" delimited by size
            into controls_identifier
        move rn_batch(match_k)(1 : base_length) to rn_input(match_k)
        if base_length > 6
            if rn_batch(match_k)(base_length - 5 : 2) = "_g"
                and rn_batch(match_k)(base_length - 3 : 4) is numeric
                move spaces to rn_input(match_k)
                move rn_batch(match_k)(1 : base_length - 6) to rn_input(match_k)
            end-if
        end-if

        if cert_function = "issue"
            perform read_controls_dataset
        else
            move it_run_id(item_k) to rn_run_id(match_k)
            move it_profile(item_k) to rn_profile(match_k)
        end-if

        move rn_batch(match_k) to ck_dataset
        call "update_checksum_register" using ck_action, ck_dataset,
            ck_record_length, audit_program_name, ck_status
        move ck_status to rn_ck_status(match_k)
    end-if
    move match_k to it_run_k(item_k).

*> the run's ID and spelling profile off its batch's controls dataset;
*> a generation's dataset name runs past what read_control_param
*> takes, so it is read here
read_controls_dataset.
    call "CBL_CHECK_FILE_EXIST" using controls_identifier, cert_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input controls_file
    perform forever
        read controls_file
            at end exit perform
        end-read
        move spaces to control_key, control_text
        unstring controls_line delimited by "="
            into control_key, control_text
        end-unstring
        evaluate control_key
            when "RUN_ID"
                if function trim(control_text) is numeric
                    move function numval(control_text) to rn_run_id(match_k)
                end-if
            when "SPELLING_PROFILE"
                evaluate function trim(control_text)
                    when "0"
                        move "C" to rn_profile(match_k)
                    when "1"
                        move "M" to rn_profile(match_k)
                end-evaluate
        end-evaluate
    end-perform
    close controls_file.

*> each item's results line, read the way load_conversion_master read
*> it: the live file if it is still there, else archive_purge_job's
*> .arc copy
check_item_sources.
    perform varying item_k from 1 by 1 until item_k > item_count
        move spaces to it_source(item_k)
        if it_on_master(item_k) = 1
            perform check_source_line
        end-if
    end-perform.

check_source_line.
    move it_batch(item_k) to source_identifier
    call "CBL_CHECK_FILE_EXIST" using source_identifier, cert_check_buffer
    if return-code = 0
        move "L" to it_source(item_k)
    else
        move spaces to source_identifier
        string function trim(it_batch(item_k)) delimited by size
               ".arc" delimited by size
            into source_identifier
        call "CBL_CHECK_FILE_EXIST" using source_identifier, cert_check_buffer
        if return-code = 0
            move "A" to it_source(item_k)
        else
            move "P" to it_source(item_k)
            exit paragraph
        end-if
    end-if

    move 0 to source_line, source_eof
    open input source_file
    perform until source_eof = 1 or source_line >= it_line(item_k)
        read source_file
            at end move 1 to source_eof
            not at end add 1 to source_line
        end-read
    end-perform
    close source_file
    if source_line not = it_line(item_k)
        move "C" to it_source(item_k)
        exit paragraph
    end-if

    *> the default row has its separator straight after the decimal,
    *> a keyed row after the document-id/page/field columns
    if source_text(13:4) not = " :: " and source_text(36:4) = " :: "
        move source_text(24:12) to source_decimal_text
        move function upper-case(function trim(source_text(40:30)))
            to source_numeral
    else
        move source_text(1:12) to source_decimal_text
        move function upper-case(function trim(source_text(17:30)))
            to source_numeral
    end-if
    move function trim(source_decimal_text) to decimal_trimmed
    move function length(function trim(decimal_trimmed)) to decimal_length
    if decimal_trimmed = spaces
        or decimal_trimmed(1:decimal_length) is not numeric
        move "C" to it_source(item_k)
        exit paragraph
    end-if
    if source_numeral not = it_numeral(item_k)
        or function numval(source_decimal_text) not = it_decimal(item_k)
        move "C" to it_source(item_k)
    end-if.

*> the live audit log and its monthly generations walking back two
*> years: each file's chain replayed as it is read, the runs' entries
*> and the value-table saves picked off on the way
scan_audit_logs.
    move 0 to save_count
    move "audit_log.txt" to audit_identifier
    call "CBL_CHECK_FILE_EXIST" using audit_identifier, cert_check_buffer
    if return-code = 0
        perform scan_audit_file
    end-if
    move today_date(1:4) to gen_year
    move today_date(5:2) to gen_month
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
        call "CBL_CHECK_FILE_EXIST" using audit_identifier, cert_check_buffer
        if return-code = 0
            perform scan_audit_file
        end-if
    end-perform

    *> the value table a run converted under is the last one saved
    *> before it
    perform varying run_k from 1 by 1 until run_k > run_count
        if rn_found(run_k) = 1
            move "N" to rn_vt_state(run_k)
            move 0 to record_stamp
            perform varying save_k from 1 by 1 until save_k > save_count
                if sv_stamp(save_k) < rn_stamp(run_k)
                    and sv_stamp(save_k) > record_stamp
                    move sv_stamp(save_k) to record_stamp
                    move "S" to rn_vt_state(run_k)
                    move sv_date(save_k) to rn_vt_date(run_k)
                    move sv_time(save_k) to rn_vt_time(run_k)
                    move sv_operator(save_k) to rn_vt_operator(run_k)
                end-if
            end-perform
        end-if
    end-perform.

scan_audit_file.
    move 0 to expected_sequence, running_check, chain_broken
    open input audit_file
    perform forever
        read audit_file
            at end exit perform
        end-read
        perform replay_audit_record
        if audit_rec_result = "SUCCESS"
            evaluate audit_rec_program
                when "convert_numeral_file"
                    perform match_conversion_run
                when "value_table_maint"
                    if audit_rec_param = "SAVE" and save_count < 300
                        add 1 to save_count
                        compute sv_stamp(save_count) =
                            audit_rec_date * 100000000 + audit_rec_time
                        move audit_rec_date to sv_date(save_count)
                        move audit_rec_time to sv_time(save_count)
                        move audit_rec_operator to sv_operator(save_count)
                    end-if
            end-evaluate
        end-if
    end-perform
    close audit_file.

*> the record against the file's chain, exactly as audit_chain_check
*> replays it: I when the record's check value replays, B once the
*> chain has broken at or before it, P when it predates the chain
replay_audit_record.
    evaluate true
        when audit_line(160:9) is numeric and audit_line(169:4) = " :: "
            move function numval(audit_line(160:9)) to record_sequence
            move function numval(audit_line(173:9)) to record_check
            move 168 to chain_span
            if audit_line(182:4) = " :: " and audit_line(186:4) is numeric
                move 1 to release_span
                move 189 to release_end
                if audit_line(190:12) = " :: TRAINING"
                    move 201 to release_end
                end-if
            else
                move 0 to release_span
            end-if
        when audit_line(92:9) is numeric and audit_line(101:4) = " :: "
            move function numval(audit_line(92:9)) to record_sequence
            move function numval(audit_line(105:9)) to record_check
            move 100 to chain_span
            move 0 to release_span
        when other
            move "P" to record_vouch
            exit paragraph
    end-evaluate
    if chain_broken = 1
        move "B" to record_vouch
        exit paragraph
    end-if

    add 1 to expected_sequence
    if record_sequence not = expected_sequence
        move 1 to chain_broken
        move "B" to record_vouch
        exit paragraph
    end-if
    perform varying chain_i from 1 by 1 until chain_i > chain_span
        compute chain_work = running_check * 31
            + function ord(audit_line(chain_i : 1))
        compute running_check = function mod(chain_work, 999999937)
    end-perform
    if release_span = 1
        perform varying chain_i from 182 by 1 until chain_i > release_end
            compute chain_work = running_check * 31
                + function ord(audit_line(chain_i : 1))
            compute running_check = function mod(chain_work, 999999937)
        end-perform
    end-if
    if record_check not = running_check
        move 1 to chain_broken
        move "B" to record_vouch
    else
        move "I" to record_vouch
    end-if.

*> a conversion run's entry: by its run ID when the controls dataset
*> gave one, else the batch's latest successful run on or before the
*> day it was loaded to the master
match_conversion_run.
    compute record_stamp = audit_rec_date * 100000000 + audit_rec_time
    perform varying run_k from 1 by 1 until run_k > run_count
        if rn_run_id(run_k) > 0
            if audit_rec_run_id is numeric
                and audit_rec_run_id = rn_run_id(run_k)
                perform take_run_entry
            end-if
        else
            if audit_rec_param = rn_input(run_k)
                and audit_rec_date not > rn_load_date(run_k)
                and record_stamp > rn_stamp(run_k)
                perform take_run_entry
            end-if
        end-if
    end-perform.

take_run_entry.
    move 1 to rn_found(run_k)
    move record_stamp to rn_stamp(run_k)
    move audit_rec_operator to rn_operator(run_k)
    move audit_rec_date to rn_date(run_k)
    move audit_rec_time to rn_time(run_k)
    move record_vouch to rn_chain(run_k)
    if audit_rec_run_id is numeric
        move audit_rec_run_id to rn_entry_run(run_k)
    else
        move 0 to rn_entry_run(run_k)
    end-if
    if audit_sep10 = " :: " and audit_rec_release is numeric
        move audit_rec_release to rn_release(run_k)
    else
        move 0 to rn_release(run_k)
    end-if.

*> each item's provenance off its run, and VERIFIED only when every
*> piece of evidence stands
settle_items.
    move 0 to verified_count, qualified_count, missing_count
    perform varying item_k from 1 by 1 until item_k > item_count
        if it_on_master(item_k) = 0
            add 1 to missing_count
        else
            move it_run_k(item_k) to run_k
            move spaces to item_text
            if run_k > 0
                if rn_found(run_k) = 1
                    move rn_entry_run(run_k) to it_run_id(item_k)
                    move rn_operator(run_k) to it_operator(item_k)
                    move rn_date(run_k) to it_run_date(item_k)
                    move rn_time(run_k) to it_run_time(item_k)
                    move rn_release(run_k) to it_release(item_k)
                else
                    move rn_run_id(run_k) to it_run_id(item_k)
                end-if
                move rn_profile(run_k) to it_profile(item_k)
                move rn_vt_state(run_k) to it_vt_state(item_k)
                move rn_vt_date(run_k) to it_vt_date(item_k)
                move rn_vt_time(run_k) to it_vt_time(item_k)
                move rn_vt_operator(run_k) to it_vt_operator(item_k)
            end-if
            perform settle_item_evidence
            if item_text = spaces
                move "VERIFIED" to it_status(item_k)
                add 1 to verified_count
                if it_source(item_k) = "A"
                    move "checked on the .arc copy" to it_reason(item_k)
                end-if
            else
                move "QUALIFIED" to it_status(item_k)
                move item_text to it_reason(item_k)
                add 1 to qualified_count
            end-if
        end-if
    end-perform.

*> the first piece of evidence that does not stand, into item_text
settle_item_evidence.
    evaluate true
        when it_source(item_k) = "P"
            move "results file purged" to item_text
        when it_source(item_k) = "C"
            move "results line changed" to item_text
        when run_k = 0
            move "run not established" to item_text
        when rn_ck_status(run_k) = 2
            move "results checksum mismatch" to item_text
        when rn_found(run_k) = 0
            move "run not on the audit log" to item_text
        when rn_chain(run_k) = "B"
            move "audit chain broken" to item_text
        when rn_chain(run_k) = "P"
            move "audit entry predates chain" to item_text
    end-evaluate.

*> the highest certificate number on the register
find_highest_certificate.
    move 0 to highest_number
    call "CBL_CHECK_FILE_EXIST" using register_identifier, cert_check_buffer
    if return-code = 0
        open input register_file
        perform forever
            read register_file
                at end exit perform
            end-read
            if cr_certificate is numeric and cr_certificate > highest_number
                move cr_certificate to highest_number
            end-if
        end-perform
        close register_file
    end-if.

*> a certificate's register entry, for reprint and verify
find_certificate.
    display "Certificate number?: " with no advancing
    accept ref_word_2
    move 0 to cert_found
    if function trim(ref_word_2) is not numeric
        exit paragraph
    end-if
    move function numval(ref_word_2) to cert_number
    call "CBL_CHECK_FILE_EXIST" using register_identifier, cert_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input register_file
    perform until cert_found = 1
        read register_file
            at end exit perform
        end-read
        if cr_certificate = cert_number
            move 1 to cert_found
            move cr_date to cert_date
            move cr_time to cert_time
            move cr_operator to cert_operator
            move cr_matter to cert_matter
            move cr_list to cert_list
            move cr_status to cert_status
            move cr_digest to register_digest
        end-if
    end-perform
    close register_file.

*> the certificate's lines as certified, with the digest over them
*> recomputed
load_certificate_lines.
    move 0 to item_count, cert_digest
    move 0 to verified_count, qualified_count, missing_count
    call "CBL_CHECK_FILE_EXIST" using lines_identifier, cert_check_buffer
    if return-code not = 0
        exit paragraph
    end-if
    open input lines_file
    perform forever
        read lines_file
            at end exit perform
        end-read
        if cl_certificate = cert_number and item_count < 500
            perform fold_lines_digest
            add 1 to item_count
            move spaces to item-entry(item_count)
            move cl_doc_id to it_doc_id(item_count)
            move cl_page to it_page(item_count)
            move cl_field to it_field(item_count)
            move cl_numeral to it_numeral(item_count)
            move cl_decimal to it_decimal(item_count)
            move cl_batch to it_batch(item_count)
            move cl_line to it_line(item_count)
            move cl_loaded to it_loaded(item_count)
            move cl_run_id to it_run_id(item_count)
            move cl_operator to it_operator(item_count)
            move cl_run_date to it_run_date(item_count)
            move cl_run_time to it_run_time(item_count)
            move cl_release to it_release(item_count)
            move cl_profile to it_profile(item_count)
            move cl_vt_state to it_vt_state(item_count)
            move cl_vt_date to it_vt_date(item_count)
            move cl_vt_time to it_vt_time(item_count)
            move cl_vt_operator to it_vt_operator(item_count)
            move cl_status to it_status(item_count)
            move cl_reason to it_reason(item_count)
            move 0 to it_run_k(item_count)
            if cl_status = "NOT FOUND"
                move 0 to it_on_master(item_count)
                add 1 to missing_count
            else
                move 1 to it_on_master(item_count)
                if cl_status = "VERIFIED"
                    add 1 to verified_count
                else
                    add 1 to qualified_count
                end-if
            end-if
        end-if
    end-perform
    close lines_file.

build_lines_record.
    move spaces to lines_record
    move cert_number to cl_certificate
    move item_k to cl_item
    move it_doc_id(item_k) to cl_doc_id
    move it_page(item_k) to cl_page
    move it_field(item_k) to cl_field
    move it_numeral(item_k) to cl_numeral
    move it_decimal(item_k) to cl_decimal
    move it_batch(item_k) to cl_batch
    move it_line(item_k) to cl_line
    move it_loaded(item_k) to cl_loaded
    move it_run_id(item_k) to cl_run_id
    move it_operator(item_k) to cl_operator
    move it_run_date(item_k) to cl_run_date
    move it_run_time(item_k) to cl_run_time
    move it_release(item_k) to cl_release
    move it_profile(item_k) to cl_profile
    move it_vt_state(item_k) to cl_vt_state
    move it_vt_date(item_k) to cl_vt_date
    move it_vt_time(item_k) to cl_vt_time
    move it_vt_operator(item_k) to cl_vt_operator
    move it_status(item_k) to cl_status
    move it_reason(item_k) to cl_reason.

*> the certificate's digest: every byte of its lines folded in as
*> the audit chain folds a record
fold_lines_digest.
    perform varying chain_i from 1 by 1 until chain_i > 273
        compute digest_work = cert_digest * 31
            + function ord(lines_line(chain_i : 1))
        compute cert_digest = function mod(digest_work, 999999937)
    end-perform.

*> a copy of a certificate as issued, off the register
reprint_certificate.
    perform find_certificate
    if cert_found = 0
        display "No such certificate on the register."
        move "REPRINT NOT FOUND" to audit_key_param
        move "FAILURE" to audit_result
        move 1 to cert_return_code
        exit paragraph
    end-if
    perform load_certificate_lines
    move 1 to copy_print
    perform write_certificate
    display "Copy of certificate " cert_number " :: "
        function trim(certificate_identifier)

    move spaces to audit_key_param
    string "REPRINT " delimited by size
           cert_number delimited by size
        into audit_key_param
    if cert_digest = register_digest
        display "  Its lines match the digest on the register."
        move "SUCCESS" to audit_result
        move 0 to cert_return_code
    else
        display "*** Its lines no longer match the digest on the register:"
            " the certificate record has been altered. ***"
        move "E" to exception_severity
        move "CERT-ALTERED" to exception_reason
        move spaces to exception_key_values
        string "cert " delimited by size
               cert_number delimited by size
               " lines altered" delimited by size
            into exception_key_values
        call "write_exception" using audit_program_name, exception_severity,
            exception_reason, exception_key_values
        move "FAILURE" to audit_result
        move 1 to cert_return_code
    end-if.

*> every certified line re-checked against the master, the results
*> files, and the audit chain as they stand now
verify_certificate.
    perform find_certificate
    if cert_found = 0
        display "No such certificate on the register."
        move "VERIFY NOT FOUND" to audit_key_param
        move "FAILURE" to audit_result
        move 1 to cert_return_code
        exit paragraph
    end-if
    perform load_certificate_lines
    call "CBL_CHECK_FILE_EXIST" using master_identifier, cert_check_buffer
    if return-code = 0
        open input master_file
        perform varying item_k from 1 by 1 until item_k > item_count
            if it_on_master(item_k) = 1
                perform check_master_holds
            end-if
        end-perform
        close master_file
    else
        perform varying item_k from 1 by 1 until item_k > item_count
            move 0 to it_on_master(item_k)
        end-perform
    end-if
    perform gather_runs
    perform check_item_sources
    perform scan_audit_logs

    display "Certificate " cert_number " issued " cert_date " by "
        function trim(cert_operator) " :: " function trim(cert_status)
    move 0 to changed_count
    perform varying item_k from 1 by 1 until item_k > item_count
        perform verify_item
    end-perform
    if cert_digest not = register_digest
        add 1 to changed_count
        display "  The certificate's lines no longer match the digest on"
            " the register."
    end-if

    move spaces to audit_key_param
    move changed_count to formatted_count
    string "VERIFY " delimited by size
           cert_number delimited by size
           " changed " delimited by size
           function trim(formatted_count) delimited by size
        into audit_key_param
    if changed_count = 0
        display "Every certified line still holds."
        move "SUCCESS" to audit_result
        move 0 to cert_return_code
    else
        display "*** " function trim(formatted_count)
            " certified line(s) no longer hold. ***"
        move "E" to exception_severity
        move "CERT-CHANGED" to exception_reason
        move spaces to exception_key_values
        string "cert " delimited by size
               cert_number delimited by size
               " changed " delimited by size
               function trim(formatted_count) delimited by size
            into exception_key_values
        call "write_exception" using audit_program_name, exception_severity,
            exception_reason, exception_key_values
        move "FAILURE" to audit_result
        move 1 to cert_return_code
    end-if.

*> the master still carries the certified conversion: the numeral's
*> history holds a record for the same batch and line with the same
*> decimal
check_master_holds.
    move 0 to it_on_master(item_k)
    move it_numeral(item_k) to master_numeral
    move 0 to master_seq
    move 0 to scan_done
    start master_file key not < master_key
        invalid key move 1 to scan_done
    end-start
    perform until scan_done = 1
        read master_file next
            at end
                move 1 to scan_done
            not at end
                if master_numeral not = it_numeral(item_k)
                    move 1 to scan_done
                else
                    if master_batch = it_batch(item_k)
                        and master_line = it_line(item_k)
                        and master_decimal = it_decimal(item_k)
                        move 1 to it_on_master(item_k)
                        move 1 to scan_done
                    end-if
                end-if
        end-read
    end-perform
    *> a line certified but no longer on the master is its own finding
    if it_on_master(item_k) = 0
        move "M" to it_source(item_k)
    end-if.

*> one certified line against the evidence now: a line certified
*> VERIFIED must still verify, with the same run behind it; a line
*> certified QUALIFIED or NOT FOUND is reported as it stood
verify_item.
    move item_k to formatted_count
    move spaces to item_text
    if it_status(item_k) not = "VERIFIED"
        display "  Item " formatted_count " :: certified "
            function trim(it_status(item_k)) " ("
            function trim(it_reason(item_k)) ")"
        exit paragraph
    end-if
    if it_on_master(item_k) = 0
        move "no longer on the master" to item_text
    else
        move it_run_k(item_k) to run_k
        perform settle_item_evidence
        if item_text = spaces
            if rn_operator(run_k) not = it_operator(item_k)
                or rn_date(run_k) not = it_run_date(item_k)
                or rn_time(run_k) not = it_run_time(item_k)
                move "run entry differs" to item_text
            end-if
        end-if
    end-if
    if item_text = spaces
        move it_decimal(item_k) to formatted_value
        display "  Item " formatted_count " :: holds   "
            function trim(it_numeral(item_k)) " = "
            function trim(formatted_value)
    else
        add 1 to changed_count
        display "  Item " formatted_count " :: CHANGED "
            function trim(it_numeral(item_k)) " -- "
            function trim(item_text)
    end-if.

*> the printable certificate, as issued or as a copy
write_certificate.
    move spaces to certificate_identifier
    if copy_print = 1
        string "conversion_certificate_" delimited by size
               cert_number delimited by size
               "_copy.txt" delimited by size
            into certificate_identifier
    else
        string "conversion_certificate_" delimited by size
               cert_number delimited by size
               ".txt" delimited by size
            into certificate_identifier
    end-if
    open output certificate_file

    move spaces to certificate_record
    string "CERTIFIED CONVERSION STATEMENT" delimited by size
        into certificate_text
    move "Certificate No. " to certificate_text(80:16)
    move cert_number to certificate_text(96:6)
    write certificate_record
    if copy_print = 1
        move spaces to certificate_record
        accept now_time from time
        string "COPY, reproduced " delimited by size
               today_date delimited by size
               " " delimited by size
               now_time(1:2) delimited by size
               ":" delimited by size
               now_time(3:2) delimited by size
               " by " delimited by size
               function trim(session_operator) delimited by size
               " from the certificate register" delimited by size
            into certificate_text
        write certificate_record
    end-if
    move spaces to certificate_record
    write certificate_record
    move spaces to certificate_record
    string "Issued     : " delimited by size
           cert_date delimited by size
           " " delimited by size
           cert_time(1:2) delimited by size
           ":" delimited by size
           cert_time(3:2) delimited by size
           ":" delimited by size
           cert_time(5:2) delimited by size
           " by " delimited by size
           function trim(cert_operator) delimited by size
        into certificate_text
    write certificate_record
    move spaces to certificate_record
    string "For        : " delimited by size
           cert_matter delimited by size
        into certificate_text
    write certificate_record
    move spaces to certificate_record
    string "References : " delimited by size
           cert_list delimited by size
        into certificate_text
    write certificate_record
    move spaces to certificate_record
    move all "=" to certificate_text(1:110)
    write certificate_record
    move "Each numeral below is certified to have converted to the decimal and words shown, in the run named against it."
        to certificate_text
    write certificate_record
    move "For every item marked VERIFIED, the conversion master still carries the conversion, the run's results line still"
        to certificate_text
    write certificate_record
    move "reads as converted and matches the checksum register, and the run's compliance audit entry replays intact on the"
        to certificate_text
    write certificate_record
    move "audit chain, so the record has not been altered since. An item marked QUALIFIED cannot be vouched for on the"
        to certificate_text
    write certificate_record
    move "ground given; an item marked NOT FOUND is not on the conversion master."
        to certificate_text
    write certificate_record
    move spaces to certificate_record
    move all "=" to certificate_text(1:110)
    write certificate_record

    perform varying item_k from 1 by 1 until item_k > item_count
        perform write_certificate_item
    end-perform

    move spaces to certificate_record
    move all "=" to certificate_text(1:110)
    write certificate_record
    move spaces to certificate_record
    move 1 to report_pointer
    move item_count to formatted_count
    string "Items :: " delimited by size
           function trim(formatted_count) delimited by size
           ", verified " delimited by size
        into certificate_text with pointer report_pointer
    move verified_count to formatted_count
    string function trim(formatted_count) delimited by size
           ", qualified " delimited by size
        into certificate_text with pointer report_pointer
    move qualified_count to formatted_count
    string function trim(formatted_count) delimited by size
           ", not found " delimited by size
        into certificate_text with pointer report_pointer
    move missing_count to formatted_count
    string function trim(formatted_count) delimited by size
        into certificate_text with pointer report_pointer
    write certificate_record
    move spaces to certificate_record
    string "Status     : " delimited by size
           cert_status delimited by size
        into certificate_text
    write certificate_record
    move spaces to certificate_record
    string "Digest     : " delimited by size
           cert_digest delimited by size
           " (over the certificate's lines on the register)" delimited by size
        into certificate_text
    write certificate_record
    if copy_print = 1
        move spaces to certificate_record
        if cert_digest = register_digest
            move "This copy's lines match the digest recorded when the certificate was issued."
                to certificate_text
        else
            move "*** This copy's lines DO NOT match the digest recorded when the certificate was issued. ***"
                to certificate_text
        end-if
        write certificate_record
    end-if
    close certificate_file.

write_certificate_item.
    move spaces to certificate_record
    write certificate_record
    move spaces to certificate_record
    move 1 to report_pointer
    move item_k to formatted_count
    move item_count to formatted_count_2
    string "Item " delimited by size
           function trim(formatted_count) delimited by size
           " of " delimited by size
           function trim(formatted_count_2) delimited by size
           " :: " delimited by size
           function trim(it_status(item_k)) delimited by size
        into certificate_text with pointer report_pointer
    write certificate_record

    if it_on_master(item_k) = 0 and it_status(item_k) = "NOT FOUND"
        move spaces to certificate_record
        if it_doc_id(item_k) not = spaces
            string "  Document   : " delimited by size
                   it_doc_id(item_k) delimited by size
                into certificate_text
        else
            move it_line(item_k) to formatted_line
            string "  Conversion : " delimited by size
                   function trim(it_batch(item_k)) delimited by size
                   ", line " delimited by size
                   function trim(formatted_line) delimited by size
                into certificate_text
        end-if
        write certificate_record
        move spaces to certificate_record
        string "  Finding    : " delimited by size
               it_reason(item_k) delimited by size
            into certificate_text
        write certificate_record
        exit paragraph
    end-if

    move spaces to certificate_record
    string "  Numeral    : " delimited by size
           it_numeral(item_k) delimited by size
        into certificate_text
    write certificate_record
    move spaces to certificate_record
    move it_decimal(item_k) to formatted_value
    string "  Decimal    : " delimited by size
           function trim(formatted_value) delimited by size
        into certificate_text
    write certificate_record
    move it_decimal(item_k) to words_value
    call "decimal_to_words" using words_value, words_text, words_status
    move spaces to certificate_record
    string "  Words      : " delimited by size
           words_text delimited by size
        into certificate_text
    write certificate_record
    if it_doc_id(item_k) not = spaces
        move spaces to certificate_record
        string "  Document   : " delimited by size
               function trim(it_doc_id(item_k)) delimited by size
               ", page " delimited by size
               function trim(it_page(item_k)) delimited by size
               ", field " delimited by size
               function trim(it_field(item_k)) delimited by size
            into certificate_text
        write certificate_record
    end-if
    move spaces to certificate_record
    move it_line(item_k) to formatted_line
    string "  Conversion : " delimited by size
           function trim(it_batch(item_k)) delimited by size
           ", line " delimited by size
           function trim(formatted_line) delimited by size
           ", loaded to the master " delimited by size
           it_loaded(item_k) delimited by size
        into certificate_text
    write certificate_record

    move spaces to certificate_record
    move 1 to report_pointer
    string "  Run        : " delimited by size
        into certificate_text with pointer report_pointer
    if it_run_id(item_k) > 0
        move it_run_id(item_k) to formatted_run
        string "run " delimited by size
               function trim(formatted_run) delimited by size
            into certificate_text with pointer report_pointer
    else
        string "no run ID drawn" delimited by size
            into certificate_text with pointer report_pointer
    end-if
    if it_run_date(item_k) > 0
        string ", by " delimited by size
               function trim(it_operator(item_k)) delimited by size
               ", " delimited by size
               it_run_date(item_k) delimited by size
               " " delimited by size
               it_run_time(item_k)(1:2) delimited by size
               ":" delimited by size
               it_run_time(item_k)(3:2) delimited by size
               ":" delimited by size
               it_run_time(item_k)(5:2) delimited by size
            into certificate_text with pointer report_pointer
        if it_release(item_k) > 0
            move it_release(item_k) to formatted_release
            string ", release " delimited by size
                   function trim(formatted_release) delimited by size
                into certificate_text with pointer report_pointer
        end-if
    else
        string ", not on the audit log" delimited by size
            into certificate_text with pointer report_pointer
    end-if
    write certificate_record

    move spaces to certificate_record
    evaluate it_profile(item_k)
        when "C"
            move "  Spelling   : classical" to certificate_text
        when "M"
            move "  Spelling   : medieval/additive" to certificate_text
        when other
            move "  Spelling   : not recorded for the batch" to certificate_text
    end-evaluate
    write certificate_record

    move spaces to certificate_record
    evaluate it_vt_state(item_k)
        when "S"
            string "  Value table: as saved " delimited by size
                   it_vt_date(item_k) delimited by size
                   " " delimited by size
                   it_vt_time(item_k)(1:2) delimited by size
                   ":" delimited by size
                   it_vt_time(item_k)(3:2) delimited by size
                   ":" delimited by size
                   it_vt_time(item_k)(5:2) delimited by size
                   " by " delimited by size
                   function trim(it_vt_operator(item_k)) delimited by size
                into certificate_text
        when "N"
            move "  Value table: standard values (no saved change on the kept audit logs)"
                to certificate_text
        when other
            move "  Value table: not established (the run is not on the audit log)"
                to certificate_text
    end-evaluate
    write certificate_record

    if it_reason(item_k) not = spaces
        move spaces to certificate_record
        if it_status(item_k) = "VERIFIED"
            string "  Note       : " delimited by size
                   it_reason(item_k) delimited by size
                into certificate_text
        else
            string "  Qualified  : " delimited by size
                   it_reason(item_k) delimited by size
                into certificate_text
        end-if
        write certificate_record
    end-if.
