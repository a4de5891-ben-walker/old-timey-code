*>                     3, the same as an operator declining interactively,
*>                     since a run that can't ask should not silently
*>                     barrel through a footprint big enough to warn about.
*> Oct. 15, 2026 - BW - a RACE_REPORT control-file switch now writes
*>                      the prime race report by residue class
*>                      (print_prime_race_to_file) for the moduli on
*>                      RACE_MODULI (default "4,3"): the running
*>                      leader, every crossover, and the final tallies
*>                      against each class's expected share.
*> Oct. 15, 2026 - BW - a DIGIT_REPORT control-file switch now writes
*>                      the digit-property catalog of palindromic,
*>                      emirp, and permutable primes
*>                      (print_digit_catalog_to_file), asking the
*>                      indexed primes master about reversals outside
*>                      the window.
*> Oct. 15, 2026 - BW - an ARITH_REPORT control-file switch now writes
*>                      the totient / Mobius / divisor-count tables
*>                      (print_arith_functions_to_file) off the factor
*>                      data; it reads the factor table, so it draws
*>                      the full table and counts against the factor
*>                      ceiling like the other factor-reading reports.
*> Oct. 15, 2026 - BW - SIEVE_MODE=WHEEL on the control file now runs
*>                      the mod-30 wheel pass (compute_wheel_sieve)
*>                      instead of compute_sieve, filling the same
*>                      bit-packed table -- but only once the wheel
*>                      benchmark ledger's latest entry is an AGREE;
*>                      until then the run falls back to the classical
*>                      pass and says so. WHEEL_BENCH=1 has the timing
*>                      report run both passes over the window side by
*>                      side and post that ledger entry.
*> Oct. 15, 2026 - BW - a level-2 confirmation past the capacity
*>                      warning is audited as a CAPACITY OVERRIDE, so
*>                      it comes up on the daily privileged-action
*>                      review.

identification division.
program-id. eratosthenes.
    select schedule_file assign schedule_identifier
    organization is line sequential.

    *> print_timing_report_to_file's wheel benchmark ledger, read to
    *> see whether the wheel pass has been cleared for production
    select bench_file assign bench_identifier
    organization is line sequential.

data division.
file section.
fd ledger_file.
01 schedule_record.
    05 schedule_line pic x(132).

fd bench_file.
01 bench_record.
    05 filler pic x(72).
    05 bench_verdict pic x(8).
    05 filler pic x(9).

working-storage section.
77 file_name pic x(64). *> sized for the longest generated output name: prefix, twelve-digit limit, stamp, run ID
77 run_date pic 9(8). *> YYYYMMDD, for baking a run timestamp into the output file name
77 pi_value_edit pic z(11)9. *> milestone value, no leading zeroes
77 pi_count_edit pic z(8)9. *> prime counts, no leading zeroes
77 fermat_report_mode pic 9 value 0. *> 1 also writes the Fermat pseudoprime / Carmichael report
77 race_report_mode pic 9 value 0. *> 1 also writes the prime race report by residue class
77 race_moduli pic x(30) value "4,3". *> the moduli the race report runs, comma-separated
77 digit_report_mode pic 9 value 0. *> 1 also writes the digit-property prime catalog
77 arith_report_mode pic 9 value 0. *> 1 also writes the totient / Mobius / divisor-count tables
77 sieve_mode pic x(8) value "CLASSIC". *> CLASSIC or WHEEL, the marking pass the run asks for
77 wheel_cleared pic 9 value 0. *> 1 once the benchmark ledger's latest entry is an AGREE
77 wheel_bench_mode pic 9 value 0. *> 1 has the timing report run both passes side by side
77 no_bench pic 9 value 0. *> a lucky run's timing report never benchmarks the prime passes
77 bench_identifier pic x(40) value "eratosthenes_wheel_bench.txt". *> the wheel benchmark ledger
77 ledger_identifier pic x(40) value "sieve_coverage_ledger.txt". *> which ranges the shop has ever sieved
77 ledger_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 lucky_mode pic 9 value 0. *> 1 = run the lucky-number counting-out sieve instead of the prime sieve
        move function numval(param_text) to fermat_report_mode
    end-if

    move "RACE_REPORT" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to race_report_mode
    end-if

    move "RACE_MODULI" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1 and param_text not = spaces
        move param_text to race_moduli
    end-if

    move "DIGIT_REPORT" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to digit_report_mode
    end-if

    move "ARITH_REPORT" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to arith_report_mode
    end-if

    *> the wheel pass only goes into a production run once its latest
    *> side-by-side benchmark agreed with the classical pass
    move "SIEVE_MODE" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1 and param_text not = spaces
        move function upper-case(param_text) to sieve_mode
    end-if
    move "WHEEL_BENCH" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to wheel_bench_mode
    end-if
    move 0 to wheel_cleared
    if sieve_mode = "WHEEL"
        call "CBL_CHECK_FILE_EXIST" using bench_identifier, ledger_check_buffer
        if return-code = 0
            open input bench_file
            perform forever
                read bench_file
                    at end exit perform
                end-read
                if bench_verdict = "AGREE"
                    move 1 to wheel_cleared
                else
                    move 0 to wheel_cleared
                end-if
            end-perform
            close bench_file
        end-if
        if wheel_cleared = 1
            display "Sieve pass: mod-30 wheel (cleared by benchmark)."
        end-if
        if wheel_cleared = 0
            display "SIEVE_MODE=WHEEL not cleared: no agreeing benchmark on "
                function trim(bench_identifier) "; running the classical sieve."
        end-if
    end-if

    move "LUCKY_MODE" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        end-if
        if window_size > 100000000
            and (factor_report_mode = 1 or classify_report_mode = 1
                or fermat_report_mode = 1 or gap_report_mode = 1
                or arith_report_mode = 1)
            move window_size to window_size_edit
            display "Window of " function trim(window_size_edit)
                " entries is past the 100,000,000-entry factor and"
            *> report that reads it is switched on
            compute estimated_bytes = window_size / 8
            if factor_report_mode = 1 or classify_report_mode = 1
                or fermat_report_mode = 1 or arith_report_mode = 1
                compute estimated_bytes = estimated_bytes + window_size * 12
            end-if
            move window_size to window_size_edit
                        move "FAILURE" to audit_result
                        call "write_audit_log" using audit_program_name,
                            audit_key_param, audit_result
                    else
                        *> the override itself is a privileged action,
                        *> on the log for the daily review
                        move spaces to audit_key_param
                        string "CAPACITY OVERRIDE " delimited by size
                               function trim(window_size_edit) delimited by size
                            into audit_key_param
                        move "SUCCESS" to audit_result
                        call "write_audit_log" using audit_program_name,
                            audit_key_param, audit_result
                    end-if
                end-if
            else

            if timing_mode = 1
                call "print_timing_report_to_file" using get_limit_cs, sieve_cs,
                    print_cs, no_bench, eratosthenes_sieve, lower_bound,
                    upper_limit, range_start, window_size
            end-if

            add window_size to run_records_processed
            free factor_pointer
        end-if
        if factor_report_mode = 1 or classify_report_mode = 1
            or fermat_report_mode = 1 or arith_report_mode = 1
            move window_size to factor_window_size
        else
            move 2 to factor_window_size
        call "load_sieve_from_file" using eratosthenes_sieve, range_start, upper_limit,
            window_size, reuse_status
        if reuse_status = 0
            if wheel_cleared = 1
                call "compute_wheel_sieve" using lower_bound, upper_limit,
                    range_start, window_size, eratosthenes_sieve, factor_table,
                    factor_window_size
            else
                call "compute_sieve" using lower_bound, upper_limit, range_start,
                    window_size, eratosthenes_sieve, factor_table,
                    factor_window_size, stop_status
            end-if
            if stop_status = 1
                *> stopped by the operator: the checkpoint stays put so
                *> the scheduler can resume this window tomorrow night
        call "elapsed_centiseconds" using phase_start_time, phase_end_time, print_cs

        if timing_mode = 1
            call "print_timing_report_to_file" using get_limit_cs, sieve_cs, print_cs,
                wheel_bench_mode, eratosthenes_sieve, lower_bound, upper_limit,
                range_start, window_size
        end-if

        if factor_report_mode = 1
            end-if
        end-if

        if race_report_mode = 1
            call "print_prime_race_to_file" using eratosthenes_sieve,
                upper_limit, range_start, window_size, race_moduli
        end-if

        if digit_report_mode = 1
            call "print_digit_catalog_to_file" using eratosthenes_sieve,
                upper_limit, range_start, window_size
        end-if

        if arith_report_mode = 1
            if reuse_status = 0
                call "print_arith_functions_to_file" using factor_table,
                    upper_limit, range_start, window_size
            else
                *> a reused cache carries only the sieve, not the
                *> factor data the tables are built from
                display "Arithmetic-function tables skipped: no factor data on a cache-reuse run."
            end-if
        end-if

        if sample_count > 0
            call "print_prime_sample_to_file" using eratosthenes_sieve,
                upper_limit, range_start, window_size, sample_count
