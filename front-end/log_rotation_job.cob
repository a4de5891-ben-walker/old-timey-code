*>                      chain state wholesale; with a remainder kept,
*>                      the state is rebuilt instead (or retired only
*>                      when nothing remains).
*> Oct. 15, 2026 - BW - the retention sweep now asks check_legal_hold
*>                      before purging a generation: a month (or a
*>                      generation file) under litigation hold is kept
*>                      and reported, and counted on the closing
*>                      totals.
*> Oct. 15, 2026 - BW - renumbering the live audit log's chain folds an
*>                      entry's trailing release column in after the
*>                      sequence column, as write_audit_log now does.
*> Oct. 15, 2026 - BW - log lines are carried at 201 bytes, so a
*>                      TRAINING entry is no longer cut short, and its
*>                      training column is folded into the renumbered
*>                      chain after the release column, as
*>                      write_audit_log and audit_chain_check do.

identification division.
program-id. log_rotation_job.
file section.
fd source_file.
01 source_record.
    05 source_line pic x(201).
01 source_audit_view redefines source_record.
    05 sav_date pic 9(8).
    05 filler pic x(40).
    05 sav_program pic x(30).
    05 filler pic x(48).
    05 sav_result pic x(7).
    05 filler pic x(68).
01 source_stats_view redefines source_record.
    05 ssv_date pic 9(8).
    05 filler pic x(28).
    05 ssv_program pic x(30).
    05 filler pic x(4).
    05 ssv_processed pic x(12).
    05 filler pic x(122).

fd target_file.
01 target_record.
    05 target_line pic x(201).

fd summary_file.
01 summary_record.

fd remainder_file.
01 remainder_record.
    05 remainder_line pic x(201).

fd source_as_output_file.
01 source_out_record.
    05 source_out_line pic x(201).

fd lock_file.
01 lock_record.
77 chain_work pic 9(12). *> widened working area for the check arithmetic
77 chain_i pic s9(4) comp. *> index over the record bytes being folded in
77 chain_span pic s9(4) comp. *> leading bytes the check covers for this record
77 chain_release_end pic s9(4) comp. *> last byte of the release (and any training) column
77 chain_seq_pos pic s9(4) comp. *> where the record's sequence column sits
77 chain_check_pos pic s9(4) comp. *> where the record's check column sits
77 chain_seq_digits pic 9(9). *> the new sequence, zero-padded for patching in
77 purge_name pic x(44). *> generation file the sweep is looking at
77 generations_cut pic 9(2) value 0. *> logs cut over this run
77 generations_purged pic 9(4) value 0. *> generation files purged this run
77 generations_held pic 9(4) value 0. *> generation files kept for a legal hold
77 hold_candidate pic x(60). *> the generation file, for the legal hold check
77 hold_found pic 9. *> 1 if the generation is under legal hold
77 hold_reference pic x(60). *> which hold, for the skip report
77 records_moved pic 9(9). *> records copied into the current generation
77 formatted_count pic z(8)9. *> counts, no leading zeroes
77 run_start_time pic 9(8). *> HHMMSSCC captured at the very start of the run, for the run-statistics log
                                compute chain_check =
                                    function mod(chain_work, 999999937)
                            end-perform
                            if chain_span = 168
                                and source_line(182:4) = " :: "
                                and source_line(186:4) is numeric
                                move 189 to chain_release_end
                                if source_line(190:12) = " :: TRAINING"
                                    move 201 to chain_release_end
                                end-if
                                perform varying chain_i from 182 by 1
                                    until chain_i > chain_release_end
                                    compute chain_work = chain_check * 31
                                        + function ord(source_line(chain_i : 1))
                                    compute chain_check =
                                        function mod(chain_work, 999999937)
                                end-perform
                            end-if
                            move chain_check to chain_check_digits
                            move chain_check_digits to
                                source_line(chain_check_pos : 9)
            into purge_name
        call "CBL_CHECK_FILE_EXIST" using purge_name, rotation_check_buffer
        if return-code = 0
            move purge_name to hold_candidate
            call "check_legal_hold" using hold_candidate, purge_yyyymm,
                hold_found, hold_reference
            if hold_found = 1
                add 1 to generations_held
                display "Kept (legal hold) " function trim(purge_name)
                    " -- " function trim(hold_reference)
            else
                call "CBL_DELETE_FILE" using purge_name
                add 1 to generations_purged
                display "Purged old generation " function trim(purge_name)
            end-if
        end-if
        move spaces to purge_name
        string "run_stats_" delimited by size
            into purge_name
        call "CBL_CHECK_FILE_EXIST" using purge_name, rotation_check_buffer
        if return-code = 0
            move purge_name to hold_candidate
            call "check_legal_hold" using hold_candidate, purge_yyyymm,
                hold_found, hold_reference
            if hold_found = 1
                add 1 to generations_held
                display "Kept (legal hold) " function trim(purge_name)
                    " -- " function trim(hold_reference)
            else
                call "CBL_DELETE_FILE" using purge_name
                add 1 to generations_purged
                display "Purged old generation " function trim(purge_name)
            end-if
        end-if
        add 1 to purge_k
    end-perform

    display "Generations cut   : " generations_cut
    display "Generations purged: " generations_purged
    display "Generations held  : " generations_held

    move spaces to audit_key_param
    string "cut=" delimited by size
