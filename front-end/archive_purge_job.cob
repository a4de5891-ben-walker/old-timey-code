*> Aug. 9, 2026 - BW - a missing manifest file now also appends a
*>                     FAILURE entry to the shared compliance audit log,
*>                     matching every per-file outcome in this program.
*> Oct. 15, 2026 - BW - a file under litigation hold (the legal hold
*>                      register, asked through check_legal_hold) is
*>                      now skipped instead of archived or purged,
*>                      reported with its hold, and counted on the
*>                      closing totals.

identification division.
program-id. archive_purge_job.
77 files_archived pic 9(9) value 0. *> files copied to a .arc file and removed
77 files_purged pic 9(9) value 0. *> files removed outright
77 files_missing pic 9(9) value 0. *> manifest entries whose file was already gone
77 files_held pic 9(9) value 0. *> files past retention but under legal hold
77 hold_candidate pic x(60). *> the manifest entry, for the legal hold check
77 hold_month pic 9(6) value 0. *> output files are held by name, never by month
77 hold_found pic 9. *> 1 if the file is under legal hold
77 hold_reference pic x(60). *> which hold, for the skip report
77 files_processed pic 9(12) value 0. *> files_archived + files_purged, for the run-statistics log
77 formatted_count pic z(8)9. *> for printing counts, no leading zeroes
77 audit_program_name pic x(30) value "archive_purge_job". *> this program's name, for the audit log entry
                        " listed in manifest but not found; skipped"
                    add 1 to files_missing
                else
                move manifest_file_name to hold_candidate
                call "check_legal_hold" using hold_candidate, hold_month,
                    hold_found, hold_reference
                if hold_found = 1
                    add 1 to files_held
                    display "Kept (legal hold)        : " function trim(manifest_file_name)
                        " -- " function trim(hold_reference)
                else
                if purge_mode = 1
                    call "CBL_DELETE_FILE" using source_identifier
                    add 1 to files_purged
                    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
                end-if
                end-if
                end-if
            else
                add 1 to files_retained
            end-if
            move files_missing to formatted_count
            display "Files missing  : " formatted_count
        end-if
        if files_held > 0
            move files_held to formatted_count
            display "Files held     : " formatted_count
        end-if
    else
        display "Manifest file not found :: " function trim(manifest_identifier)
        move 2 to run_return_code
