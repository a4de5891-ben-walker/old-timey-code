*> training_reset_job.cob
*>
*> Put the training area back to its known starting state, so new
*> operators can practice repairs, checkpoint clears, and purges
*> through front_end's training mode without touching live data.
*> The training area is the "training/" directory beside the live
*> files; its starting state is "training_baseline/", laid out
*> exactly as a dr_backup_job set (manifest.txt, the plain members,
*> and the conversion and primes master unloads) -- seed it by
*> copying a drset_ directory across, scrubbed as the shop sees fit.
*>
*> The reset clears the area's logs and registers (the table below),
*> brings every baseline member back the way dr_restore_job brings a
*> set back, with each member's count checked against the manifest,
*> and marks the area with training_area.txt (when, by whom), which
*> is what front_end looks for before it lets a session into
*> training, and what the audit and run-statistics writers stamp
*> TRAINING by. The reset itself is audited on the live log.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - the delivery sources' control chart
*>                      (source_control_chart.txt) is cleared with
*>                      the other registers.
*> Oct. 15, 2026 - BW - the privileged-action review sign-offs
*>                      (privileged_review_signoffs.txt) are cleared
*>                      with the other registers.
*> Oct. 15, 2026 - BW - the conversion certificate register and its
*>                      certified lines are cleared with the other
*>                      registers.
*> Oct. 15, 2026 - BW - the registers the reset had missed are cleared
*>                      too -- master corrections and their history,
*>                      legal holds, batch sign-offs, delivery
*>                      fingerprints, AQL decisions, work
*>                      assignments, and the register history catalog
*>                      -- and the sovereign and plausibility tables,
*>                      so the baseline's copies are the only ones
*>                      left.

identification division.
program-id. training_reset_job.

environment division.
input-output section.
file-control.
    select source_file assign source_identifier
    organization is line sequential.

    select target_file assign target_identifier
    organization is line sequential.

    select manifest_file assign manifest_identifier
    organization is line sequential.

    select marker_file assign marker_identifier
    organization is line sequential.

    select master_file assign to "conversion_master.dat"
    organization is indexed
    access mode is dynamic
    record key is master_key
    alternate record key is master_decimal with duplicates
    alternate record key is master_doc_id with duplicates.

    select primes_file assign to "eratosthenes_primes_indexed.dat"
    organization is indexed
    access mode is dynamic
    record key is indexed_prime.

data division.
file section.
fd source_file.
01 source_record.
    05 source_line pic x(200).

fd target_file.
01 target_record.
    05 target_line pic x(200).

fd manifest_file.
01 manifest_record.
    05 mf_member pic x(44).
    05 filler pic x(1).
    05 mf_kind pic x(8).
    05 filler pic x(1).
    05 mf_records pic 9(9).

fd marker_file.
01 marker_record.
    05 marker_date pic 9(8).
    05 filler pic x(1).
    05 marker_time pic 9(8).
    05 filler pic x(1).
    05 marker_operator pic x(20).
    05 filler pic x(1).
    05 marker_baseline pic x(20).

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

fd primes_file.
01 primes_record.
    05 indexed_prime pic 9(12).

working-storage section.
*> what practice writes to: cleared first, so anything the baseline
*> does not carry starts the class empty
01 cleared-file-def.
    05 filler pic x(40) value "audit_log.txt".
    05 filler pic x(40) value "audit_log_state.txt".
    05 filler pic x(40) value "audit_log_overflow.txt".
    05 filler pic x(40) value "run_stats.txt".
    05 filler pic x(40) value "run_stats_overflow.txt".
    05 filler pic x(40) value "exceptions.txt".
    05 filler pic x(40) value "exception_acks.txt".
    05 filler pic x(40) value "exception_escalations.txt".
    05 filler pic x(40) value "callout_outbound.txt".
    05 filler pic x(40) value "turnover_notes.txt".
    05 filler pic x(40) value "reject_register.txt".
    05 filler pic x(40) value "intake_register.txt".
    05 filler pic x(40) value "checkpoint_register.txt".
    05 filler pic x(40) value "run_id_register.txt".
    05 filler pic x(40) value "numeral_dup_register.txt".
    05 filler pic x(40) value "checksum_register.txt".
    05 filler pic x(40) value "notice_register.txt".
    05 filler pic x(40) value "dispute_register.txt".
    05 filler pic x(40) value "source_control_chart.txt".
    05 filler pic x(40) value "privileged_review_signoffs.txt".
    05 filler pic x(40) value "conversion_certificate_register.txt".
    05 filler pic x(40) value "conversion_certificate_lines.txt".
    05 filler pic x(40) value "master_corrections.txt".
    05 filler pic x(40) value "correction_history.txt".
    05 filler pic x(40) value "legal_hold_register.txt".
    05 filler pic x(40) value "batch_signoff_register.txt".
    05 filler pic x(40) value "delivery_fingerprints.txt".
    05 filler pic x(40) value "regnal_sovereigns.dat".
    05 filler pic x(40) value "field_plausibility.dat".
    05 filler pic x(40) value "aql_decision_register.txt".
    05 filler pic x(40) value "work_assignments.txt".
    05 filler pic x(40) value "register_history_catalog.txt".
    05 filler pic x(40) value "conversion_master.dat".
    05 filler pic x(40) value "eratosthenes_primes_indexed.dat".
01 cleared-file-table redefines cleared-file-def.
    05 cleared_name pic x(40) occurs 34 times.
77 cleared_k pic s9(4) comp. *> index over the cleared files
77 baseline_directory pic x(20) value "training_baseline". *> the known starting state
77 training_directory pic x(20) value "training". *> the training area
77 parent_directory pic x(20) value "..". *> back out of the area to the live files
77 source_identifier pic x(64). *> the baseline member being read
77 target_identifier pic x(64). *> the training file being written
77 manifest_identifier pic x(64). *> the baseline's manifest
77 marker_identifier pic x(40) value "training_area.txt". *> marks the area as the training area
77 reset_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 records_restored pic 9(9). *> records brought back for the current member
77 members_restored pic 9(4) value 0. *> members brought back whole
77 members_short pic 9(4) value 0. *> members whose count disagreed with the manifest
77 session_function pic x(8) value "CURRENT". *> this job only ever reads the session
77 session_operator pic x(20). *> the session's operator
77 session_password pic x(20) value spaces. *> unused on CURRENT
77 session_level pic 9. *> the session's authorization level
77 formatted_count pic z(8)9. *> counts, no leading zeroes
77 audit_program_name pic x(30) value "training_reset_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the baseline, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    *> the training area is the supervisors' to hand out
    call "operator_session" using session_function, session_operator,
        session_password, session_level
    if session_level < 2
        display "Authorization level 2 is needed to reset the training area; refused."
        move "DENIED" to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 1 to return-code
        goback
    end-if

    move spaces to manifest_identifier
    string function trim(baseline_directory) delimited by size
           "/manifest.txt" delimited by size
        into manifest_identifier
    call "CBL_CHECK_FILE_EXIST" using manifest_identifier, reset_check_buffer
    if return-code not = 0
        display "No training baseline on file :: " function trim(manifest_identifier)
        move baseline_directory to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 2 to return-code
        goback
    end-if

    *> work from inside the area, so the masters' fixed names land
    *> on the training copies; the baseline is reached from there
    call "CBL_CREATE_DIR" using training_directory
    call "CBL_CHANGE_DIR" using training_directory
    if return-code not = 0
        display "The training area could not be entered :: "
            function trim(training_directory)
        move training_directory to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 1 to return-code
        goback
    end-if
    move spaces to manifest_identifier
    string "../" delimited by size
           function trim(baseline_directory) delimited by size
           "/manifest.txt" delimited by size
        into manifest_identifier

    display "Training area reset :: " function trim(training_directory)
        " from " function trim(baseline_directory)
    display "----------------------------------------------------------------"

    *> the mark comes off first: a reset that dies partway leaves an
    *> area front_end will not let a session into
    call "CBL_DELETE_FILE" using marker_identifier
    perform varying cleared_k from 1 by 1 until cleared_k > 34
        call "CBL_DELETE_FILE" using cleared_name(cleared_k)
    end-perform

    open input manifest_file
    perform forever
        read manifest_file
            at end exit perform
        end-read

        move spaces to source_identifier
        string "../" delimited by size
               function trim(baseline_directory) delimited by size
               "/" delimited by size
               function trim(mf_member) delimited by size
            into source_identifier
        call "CBL_CHECK_FILE_EXIST" using source_identifier, reset_check_buffer
        if return-code not = 0
            add 1 to members_short
            display "  *** MISSING FROM BASELINE :: " function trim(mf_member)
                " ***"
            exit perform cycle
        end-if

        move 0 to records_restored
        evaluate mf_kind
            when "MASTER"
                open input source_file
                open output master_file
                perform forever
                    read source_file
                        at end exit perform
                    end-read
                    move source_line to master_record
                    write master_record
                        invalid key
                            continue
                        not invalid key
                            add 1 to records_restored
                    end-write
                end-perform
                close source_file, master_file
            when "PRIMES"
                open input source_file
                open output primes_file
                perform forever
                    read source_file
                        at end exit perform
                    end-read
                    move source_line to primes_record
                    write primes_record
                        invalid key
                            continue
                        not invalid key
                            add 1 to records_restored
                    end-write
                end-perform
                close source_file, primes_file
            when other
                move function trim(mf_member) to target_identifier
                open input source_file
                open output target_file
                perform forever
                    read source_file
                        at end exit perform
                    end-read
                    move source_record to target_record
                    write target_record
                    add 1 to records_restored
                end-perform
                close source_file, target_file
        end-evaluate

        if records_restored = mf_records
            add 1 to members_restored
            move records_restored to formatted_count
            display "  restored :: " function trim(mf_member)
                " (" function trim(formatted_count) " record(s))"
        else
            add 1 to members_short
            move records_restored to formatted_count
            display "  *** SHORT :: " function trim(mf_member)
                " brought back " function trim(formatted_count)
                " of " mf_records " ***"
        end-if
    end-perform
    close manifest_file

    open output marker_file
    move spaces to marker_record
    accept marker_date from date yyyymmdd
    accept marker_time from time
    move session_operator to marker_operator
    move baseline_directory to marker_baseline
    write marker_record
    close marker_file

    call "CBL_CHANGE_DIR" using parent_directory

    display "----------------------------------------------------------------"
    move members_restored to formatted_count
    display "Members restored: " formatted_count
    move members_short to formatted_count
    display "Members short   : " formatted_count

    move baseline_directory to audit_key_param
    if members_short = 0
        move "SUCCESS" to audit_result
    else
        move "FAILURE" to audit_result
    end-if
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    if members_short = 0
        move 0 to return-code
    else
        move 1 to return-code
    end-if.
