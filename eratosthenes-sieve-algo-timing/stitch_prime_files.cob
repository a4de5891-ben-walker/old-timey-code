*>                     ten-digit run's name overran the old fifty, so
*>                     exactly the windows this stitching exists for
*>                     came up "missing".
*> Oct. 15, 2026 - BW - each run output is verified against the shop-wide
*>                      checksum register before it is trusted (a
*>                      mismatch is a stitch error, so nothing is
*>                      written), and the stitched dataset is recorded
*>                      on the register in its turn.

identification division.
program-id. stitch_prime_files.
77 audit_program_name pic x(30) value "stitch_prime_files". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the control file name, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry
77 ck_action pic x(8). *> "VERIFY" for the run outputs, "RECORD" for the stitched dataset
77 ck_dataset pic x(64). *> the file, for the checksum register
77 ck_record_length pic 9(4) value 0. *> primes files are line-structured
77 ck_status pic 9. *> 0 = matches, 1 = not on the register, 2 = mismatch

procedure division.
    display "Stitch control file?: " with no advancing accept control_identifier
        if return-code not = 0
            add 1 to stitch_errors
            display "Missing run output :: " function trim(win-file-name(window_k))
        else
            *> the run output must still be what print_primes_to_file
            *> wrote; the register raises the exception on a mismatch
            move "VERIFY" to ck_action
            move win-file-name(window_k) to ck_dataset
            call "update_checksum_register" using ck_action, ck_dataset,
                ck_record_length, audit_program_name, ck_status
            if ck_status = 2
                add 1 to stitch_errors
                display "Checksum MISMATCH :: " function trim(win-file-name(window_k))
            end-if
            if ck_status = 1
                display "Not on the checksum register (unverified) :: "
                    function trim(win-file-name(window_k))
            end-if
        end-if
        if win-upper-limit(window_k) < win-range-start(window_k)
            add 1 to stitch_errors
        add 1 to window_k
    end-perform
    close stitched_file
    move "RECORD" to ck_action
    move stitched_identifier to ck_dataset
    call "update_checksum_register" using ck_action, ck_dataset,
        ck_record_length, audit_program_name, ck_status

    display " "
    display "Coverage summary"
