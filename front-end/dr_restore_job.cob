*> Author: Ben Walker
*> Student #: 0883544
*> Date: Sep. 3, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - the manifest and every member are verified
*>                      against the shop-wide checksum register before
*>                      use: a damaged manifest refuses the restore,
*>                      and a damaged member is counted short and left
*>                      unrestored, the live file untouched.
*> Oct. 15, 2026 - BW - the conversion master record carries the keyed
*>                      batches' document-id/page/field columns and a
*>                      document-id alternate key.

identification division.
program-id. dr_restore_job.
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
77 audit_program_name pic x(30) value "dr_restore_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the set directory, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 ck_action pic x(8) value "VERIFY". *> this program only ever verifies the set
77 ck_record_length pic 9(4) value 0. *> every member is line-structured
77 ck_status pic 9. *> 0 = matches, 1 = not on the register, 2 = mismatch

procedure division.
    *> writing over every master and register is a level-2 call
        goback
    end-if

    call "update_checksum_register" using ck_action, manifest_identifier,
        ck_record_length, audit_program_name, ck_status
    if ck_status = 2
        display "The set's manifest fails its checksum; restore refused."
        move set_directory to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 1 to return-code
        goback
    end-if

    display "This OVERWRITES the live masters and registers."
    display "Proceed? (Y/N): " with no advancing accept confirm_reply
    if confirm_reply not = "Y" and confirm_reply not = "y"
            exit perform cycle
        end-if

        *> a member that no longer matches what the backup wrote would
        *> overwrite a live file with damage; leave the live file be
        call "update_checksum_register" using ck_action, source_identifier,
            ck_record_length, audit_program_name, ck_status
        if ck_status = 2
            add 1 to members_short
            display "  *** CHECKSUM MISMATCH, NOT RESTORED :: "
                function trim(mf_member) " ***"
            exit perform cycle
        end-if

        move 0 to records_restored
        evaluate mf_kind
            when "MASTER"
