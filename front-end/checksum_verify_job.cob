*> checksum_verify_job.cob
*>
*> Sweep the whole dataset checksum register (checksum_register.txt)
*> on demand: every registered dataset still on disk is re-read and
*> checked against its recorded checksum and record count, through
*> the same VERIFY the consuming jobs use, so a damaged file is found
*> on the night it went bad rather than the morning somebody loads
*> it. A dataset no longer present (purged, archived, rotated) is
*> noted, not failed; a mismatch raises a CHECKSUM exception and
*> fails the run.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. checksum_verify_job.

environment division.
input-output section.
file-control.
    select register_file assign register_identifier
    organization is line sequential.

data division.
file section.
fd register_file.
01 register_record.
    05 ck_dataset pic x(64).
    05 filler pic x(1).
    05 ck_records pic 9(12).
    05 filler pic x(1).
    05 ck_checksum pic 9(9).
    05 filler pic x(1).
    05 ck_run_id pic 9(6).
    05 filler pic x(1).
    05 ck_program pic x(30).
    05 filler pic x(1).
    05 ck_record_length pic 9(4).
    05 filler pic x(1).
    05 ck_date pic 9(8).

working-storage section.
77 register_identifier pic x(40) value "checksum_register.txt". *> the shop-wide checksum register
77 register_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 checksum_action pic x(8) value "VERIFY". *> this job only ever verifies
77 checksum_status pic 9. *> VERIFY's verdict on one dataset
77 entries_read pic 9(6) value 0. *> register entries swept
77 entries_matched pic 9(6) value 0. *> datasets matching their entry
77 entries_missing pic 9(6) value 0. *> datasets no longer on disk
77 entries_mismatched pic 9(6) value 0. *> datasets that no longer match
77 formatted_count pic z(5)9. *> counts, no leading zeroes
77 audit_program_name pic x(30) value "checksum_verify_job". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the sweep's counts, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    move 0 to entries_read, entries_matched, entries_missing, entries_mismatched

    call "CBL_CHECK_FILE_EXIST" using register_identifier, register_check_buffer
    if return-code not = 0
        display "No checksum register yet :: " function trim(register_identifier)
        move "NO REGISTER" to audit_key_param
        move "SUCCESS" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param,
            audit_result
        move 0 to return-code
        goback
    end-if

    display "Dataset checksum register sweep"
    display "----------------------------------------------------------------"
    open input register_file
    perform forever
        read register_file
            at end exit perform
        end-read
        add 1 to entries_read
        call "update_checksum_register" using checksum_action, ck_dataset,
            ck_record_length, audit_program_name, checksum_status
        evaluate checksum_status
            when 0
                add 1 to entries_matched
                display "  MATCH    :: " function trim(ck_dataset)
            when 2
                add 1 to entries_mismatched
                display "  MISMATCH :: " function trim(ck_dataset)
                    " (recorded by " function trim(ck_program)
                    ", run " ck_run_id ")"
            when other
                add 1 to entries_missing
                display "  MISSING  :: " function trim(ck_dataset)
        end-evaluate
    end-perform
    close register_file

    display "----------------------------------------------------------------"
    move entries_read to formatted_count
    display "Entries swept   : " formatted_count
    move entries_matched to formatted_count
    display "Matched         : " formatted_count
    move entries_missing to formatted_count
    display "Not present     : " formatted_count
    move entries_mismatched to formatted_count
    display "Mismatched      : " formatted_count

    move spaces to audit_key_param
    string entries_read delimited by size
           " swept, " delimited by size
           entries_mismatched delimited by size
           " mismatched" delimited by size
        into audit_key_param
    if entries_mismatched = 0
        move "SUCCESS" to audit_result
    else
        move "FAILURE" to audit_result
    end-if
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    if entries_mismatched = 0
        move 0 to return-code
    else
        move 1 to return-code
    end-if.
