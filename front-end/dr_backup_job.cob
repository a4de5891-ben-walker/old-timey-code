*> Author: Ben Walker
*> Student #: 0883544
*> Date: Sep. 3, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - every member copy and the manifest are recorded
*>                      on the shop-wide checksum register, so
*>                      dr_restore_job can verify each member before it
*>                      overwrites a live file with it; the register
*>                      itself joins the set.
*> Oct. 15, 2026 - BW - the service-level commitments file
*>                      (sla_commitments.txt) joins the set.
*> Oct. 15, 2026 - BW - the release register (release_register.txt)
*>                      joins the set.
*> Oct. 15, 2026 - BW - the per-source processing profiles
*>                      (source_profiles.txt) join the set.
*> Oct. 15, 2026 - BW - the completion-notice register
*>                      (notice_register.txt) joins the set.
*> Oct. 15, 2026 - BW - the access recertification sign-offs
*>                      (recert_signoffs.txt) join the set.
*> Oct. 15, 2026 - BW - the segregation-of-duties rules file
*>                      (sod_rules.txt) joins the set.
*> Oct. 15, 2026 - BW - the storage measurement history
*>                      (storage_history.txt) joins the set.
*> Oct. 15, 2026 - BW - the dispute register (dispute_register.txt)
*>                      joins the set.
*> Oct. 15, 2026 - BW - the conversion requesters' department directory
*>                      (request_departments.txt) joins the set.
*> Oct. 15, 2026 - BW - the conversion master record carries the keyed
*>                      batches' document-id/page/field columns and a
*>                      document-id alternate key.
*> Oct. 15, 2026 - BW - the on-call rota (oncall_rota.txt) and the
*>                      exception escalation register
*>                      (exception_escalations.txt) join the set.
*> Oct. 15, 2026 - BW - the delivery sources' control chart
*>                      (source_control_chart.txt) joins the set.
*> Oct. 15, 2026 - BW - the privileged-action review sign-offs
*>                      (privileged_review_signoffs.txt) join the set.
*> Oct. 15, 2026 - BW - the conversion certificate register and its
*>                      certified lines join the set.
*> Oct. 15, 2026 - BW - the registers the set had missed join it: the
*>                      master corrections and their history, legal
*>                      holds, batch sign-offs, delivery fingerprints,
*>                      the sovereign and plausibility tables, AQL
*>                      decisions, work assignments, exception
*>                      acknowledgements, and the register history
*>                      catalog.

identification division.
program-id. dr_backup_job.
    organization is indexed
    access mode is dynamic
    record key is master_key
    alternate record key is master_decimal with duplicates
    alternate record key is master_doc_id with duplicates.

    select primes_file assign to "eratosthenes_primes_indexed.dat"
    organization is indexed
    05 master_batch pic x(40).
    05 master_line pic 9(9).
    05 master_date pic 9(8).
    05 master_doc_id pic x(10). *> keyed batches: the document-id column; spaces otherwise
    05 master_page pic x(5). *> keyed batches: the page column
    05 master_field pic x(5). *> keyed batches: the field column

fd primes_file.
01 primes_record.
    05 filler pic x(40) value "stream_schedule.txt".
    05 filler pic x(40) value "eratosthenes_coverage_map.txt".
    05 filler pic x(40) value "sieve_cache_catalog.txt".
    05 filler pic x(40) value "checksum_register.txt".
    05 filler pic x(40) value "sla_commitments.txt".
    05 filler pic x(40) value "release_register.txt".
    05 filler pic x(40) value "source_profiles.txt".
    05 filler pic x(40) value "notice_register.txt".
    05 filler pic x(40) value "recert_signoffs.txt".
    05 filler pic x(40) value "sod_rules.txt".
    05 filler pic x(40) value "storage_history.txt".
    05 filler pic x(40) value "dispute_register.txt".
    05 filler pic x(40) value "request_departments.txt".
    05 filler pic x(40) value "oncall_rota.txt".
    05 filler pic x(40) value "exception_escalations.txt".
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
    05 filler pic x(40) value "exception_acks.txt".
    05 filler pic x(40) value "register_history_catalog.txt".
01 member-table redefines member-table-def.
    05 member_name pic x(40) occurs 44 times.
77 member_k pic s9(4) comp. *> index over the member table
77 source_identifier pic x(40). *> the live file being captured
77 target_identifier pic x(64). *> its copy inside the set
77 audit_program_name pic x(30) value "dr_backup_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the set directory, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 ck_action pic x(8) value "RECORD". *> this program only ever records its members
77 ck_record_length pic 9(4) value 0. *> every member is written line-structured
77 ck_status pic 9. *> the register's answer (unused on a RECORD)

procedure division.
    accept backup_date from date yyyymmdd

    *> the plain files: copied line for line, then the copy re-read
    *> and its count checked against what was written
    perform varying member_k from 1 by 1 until member_k > 44
        move member_name(member_k) to source_identifier
        call "CBL_CHECK_FILE_EXIST" using source_identifier, backup_check_buffer
        if return-code not = 0
            close target_file

            add 1 to members_captured
            call "update_checksum_register" using ck_action, target_identifier,
                ck_record_length, audit_program_name, ck_status
            move spaces to manifest_record
            move source_identifier to mf_member
            move "TEXT" to mf_kind
        close target_file

        add 1 to members_captured
        call "update_checksum_register" using ck_action, target_identifier,
            ck_record_length, audit_program_name, ck_status
        move spaces to manifest_record
        move "conversion_master_unload.txt" to mf_member
        move "MASTER" to mf_kind
        close target_file

        add 1 to members_captured
        call "update_checksum_register" using ck_action, target_identifier,
            ck_record_length, audit_program_name, ck_status
        move spaces to manifest_record
        move "primes_master_unload.txt" to mf_member
        move "PRIMES" to mf_kind
    end-if

    close manifest_file
    call "update_checksum_register" using ck_action, manifest_identifier,
        ck_record_length, audit_program_name, ck_status

    display "----------------------------------------------------------------"
    move members_captured to formatted_count
