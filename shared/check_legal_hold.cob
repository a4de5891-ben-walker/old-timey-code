*> check_legal_hold.cob
*>
*> Answer "is this under litigation hold?" for the housekeeping jobs
*> that delete things: archive_purge_job (and so the year-end purge
*> run from the menu), log_rotation_job's generation cleanup, and
*> work_file_scavenger each ask before they remove a file, and skip
*> and report anything held. Holds live on the legal hold register
*> (legal_hold_register.txt), maintained by legal_hold_maint; a hold
*> names one of three things:
*>
*>   BATCH  a batch (delivery) name -- the delivery itself and every
*>          artifact whose name starts with it (results, rejects,
*>          review queues, generation-numbered datasets) is held
*>   FILE   a file-name pattern, '*' for any run of characters and
*>          '?' for any one character ("contract_*_results.txt")
*>   MONTH  a log month (yyyymm) -- that month's audit and
*>          run-statistics generations are held
*>
*> A hold stays in force until a supervisor releases it on the
*> screen; the release date recorded with it is when legal expects
*> to lift it, not an expiry, so a hold never lapses on its own.
*> Callers pass the candidate file name and, for a log generation,
*> its month (zero otherwise); the hold's number and reason come
*> back for the caller's skip report. The register is reread on
*> every call, so a hold placed mid-run still counts.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. check_legal_hold.

environment division.
input-output section.
file-control.
    select hold_file assign hold_identifier
    organization is line sequential.

data division.
file section.
fd hold_file.
01 hold_record.
    05 lh_number pic 9(6).
    05 filler pic x(1).
    05 lh_status pic x(8).
    05 filler pic x(1).
    05 lh_kind pic x(5).
    05 filler pic x(1).
    05 lh_pattern pic x(40).
    05 filler pic x(1).
    05 lh_placed_by pic x(20).
    05 filler pic x(1).
    05 lh_placed_date pic 9(8).
    05 filler pic x(1).
    05 lh_release_date pic 9(8).
    05 filler pic x(1).
    05 lh_released_by pic x(20).
    05 filler pic x(1).
    05 lh_released_on pic 9(8).
    05 filler pic x(1).
    05 lh_reason pic x(40).

working-storage section.
77 hold_identifier pic x(40) value "legal_hold_register.txt". *> the legal hold register
77 hold_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 name_length pic s9(4) comp. *> trimmed length of the candidate name
77 pattern_length pic s9(4) comp. *> trimmed length of the hold's pattern
77 match_found pic 9. *> 1 if the candidate fits the hold
77 name_k pic s9(4) comp. *> position in the candidate name
77 pattern_k pic s9(4) comp. *> position in the pattern
77 star_k pic s9(4) comp. *> pattern position of the last '*' seen, 0 if none
77 star_mark pic s9(4) comp. *> name position that '*' is currently matched up to
77 match_failed pic 9. *> 1 once the pattern can't fit
77 hold_month_text pic 9(6). *> the hold's month, for a MONTH hold

linkage section.
77 candidate_name pic x(60). *> file about to be removed
77 candidate_month pic 9(6). *> yyyymm for a log generation, zero otherwise
77 hold_found pic 9. *> 1 if the candidate is on hold
77 hold_reference pic x(60). *> "hold <n>: <reason>", for the caller's skip report

procedure division using candidate_name, candidate_month, hold_found, hold_reference.
    move 0 to hold_found
    move spaces to hold_reference
    call "CBL_CHECK_FILE_EXIST" using hold_identifier, hold_check_buffer
    if return-code not = 0
        goback
    end-if

    move function length(function trim(candidate_name)) to name_length
    open input hold_file
    perform forever
        read hold_file
            at end exit perform
        end-read
        if lh_status not = "HELD"
            exit perform cycle
        end-if
        move 0 to match_found
        move function length(function trim(lh_pattern)) to pattern_length
        evaluate lh_kind
            when "BATCH"
                *> the delivery and everything named after it
                if candidate_name not = spaces
                    and name_length >= pattern_length
                    and candidate_name(1:pattern_length) = lh_pattern(1:pattern_length)
                    move 1 to match_found
                end-if
            when "FILE"
                if candidate_name not = spaces
                    perform match_pattern
                end-if
            when "MONTH"
                if candidate_month not = 0 and lh_pattern(1:6) is numeric
                    move lh_pattern(1:6) to hold_month_text
                    if hold_month_text = candidate_month
                        move 1 to match_found
                    end-if
                end-if
        end-evaluate
        if match_found = 1
            move 1 to hold_found
            string "hold " delimited by size
                   lh_number delimited by size
                   ": " delimited by size
                   function trim(lh_reason) delimited by size
                into hold_reference
            exit perform
        end-if
    end-perform
    close hold_file
    goback.

*> '*' matches any run of characters, '?' any one; on a mismatch
*> the last '*' takes one more character and the match resumes
match_pattern.
    move 1 to name_k
    move 1 to pattern_k
    move 0 to star_k
    move 0 to star_mark
    move 0 to match_failed
    perform until name_k > name_length or match_failed = 1
        evaluate true
            when pattern_k <= pattern_length
                and (lh_pattern(pattern_k:1) = "?"
                    or lh_pattern(pattern_k:1) = candidate_name(name_k:1))
                add 1 to pattern_k
                add 1 to name_k
            when pattern_k <= pattern_length
                and lh_pattern(pattern_k:1) = "*"
                move pattern_k to star_k
                move name_k to star_mark
                add 1 to pattern_k
            when star_k > 0
                compute pattern_k = star_k + 1
                add 1 to star_mark
                move star_mark to name_k
            when other
                move 1 to match_failed
        end-evaluate
    end-perform
    if match_failed = 0
        perform until pattern_k > pattern_length
            or lh_pattern(pattern_k:1) not = "*"
            add 1 to pattern_k
        end-perform
        if pattern_k > pattern_length
            move 1 to match_found
        end-if
    end-if.
