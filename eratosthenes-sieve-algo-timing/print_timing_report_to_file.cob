*> Author: Ben Walker
*> Student #: 0883544
*> Date: Aug. 9, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - with bench_mode on, the classical pass
*>                      (compute_sieve) and the mod-30 wheel pass
*>                      (compute_wheel_sieve) are both run over the
*>                      same window and reported side by side, elapsed
*>                      time and prime count, with AGREE or DISAGREE;
*>                      each benchmark is appended to
*>                      eratosthenes_wheel_bench.txt, the ledger
*>                      eratosthenes checks before it lets SIEVE_MODE
*>                      =WHEEL into a production run. The classical
*>                      pass runs last, so the caller's table comes
*>                      back holding the classical result.

identification division.
program-id. print_timing_report_to_file.
    select timing_file assign to "eratosthenes_timing.txt"
    organization is line sequential.

    select bench_file assign bench_identifier
    organization is line sequential.

data division.
file section.
fd timing_file.
    05 timing_phase pic x(20).
    05 timing_separator pic x(4).
    05 timing_centiseconds pic 9(9).
01 timing_text_record.
    05 timing_text pic x(80).

*> one line per benchmark: the window, each pass's prime count and
*> elapsed centiseconds, whether the counts agree, and the date
fd bench_file.
01 bench_record.
    05 bench_range_start pic 9(12).
    05 filler pic x(1).
    05 bench_upper_limit pic 9(12).
    05 filler pic x(1).
    05 bench_classic_count pic 9(12).
    05 filler pic x(1).
    05 bench_wheel_count pic 9(12).
    05 filler pic x(1).
    05 bench_classic_cs pic 9(9).
    05 filler pic x(1).
    05 bench_wheel_cs pic 9(9).
    05 filler pic x(1).
    05 bench_verdict pic x(8).
    05 filler pic x(1).
    05 bench_date pic 9(8).

working-storage section.
77 bench_identifier pic x(40) value "eratosthenes_wheel_bench.txt". *> the wheel benchmark ledger
77 bench_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 bench_start_time pic 9(8). *> HHMMSSCC at the start of a timed pass
77 bench_end_time pic 9(8). *> HHMMSSCC at its end
77 classic_cs pic 9(9). *> elapsed centiseconds, classical pass
77 wheel_cs pic 9(9). *> elapsed centiseconds, wheel pass
77 classic_count pic 9(12). *> primes the classical pass left in the window
77 wheel_count pic 9(12). *> primes the wheel pass left in the window
77 counted_primes pic 9(12). *> the count the tally paragraph hands back
77 bench_stop_status pic 9. *> compute_sieve's stop flag for the benchmark pass
77 bench_k pic 9(12). *> window position / sieve byte index
77 bench_bytes pic 9(12). *> sieve bytes the window spans
*> a two-entry stub: neither pass records factors during a benchmark
01 bench_factor_table.
    05 bench_smallest_factor pic 9(12) occurs 2 times.
77 bench_factor_size pic 9(12) value 2. *> tells both passes the factor table is the stub
77 formatted_count pic z(11)9. *> counts, no leading zeroes
77 formatted_cs pic z(8)9. *> centiseconds, no leading zeroes
copy "sieve-bitwork.cpy".

linkage section.
77 get_limit_cs pic 9(9).
77 sieve_cs pic 9(9).
77 print_cs pic 9(9).
77 bench_mode pic 9. *> 1 also runs the classical and wheel passes side by side
copy "sieve-layout.cpy".
77 lower_bound pic 9(12).
77 upper_limit pic 9(12).
77 range_start pic 9(12).
77 window_size pic 9(12).

procedure division using get_limit_cs, sieve_cs, print_cs, bench_mode,
        eratosthenes_sieve, lower_bound, upper_limit, range_start, window_size.
    open output timing_file
        move "get_upper_limit     " to timing_phase
        move " :: " to timing_separator
        move "print_primes_to_file" to timing_phase
        move print_cs to timing_centiseconds
        write timing_record

        if bench_mode = 1
            perform run_benchmark
        end-if
    close timing_file
    goback.

*> the wheel pass, then the classical pass, each on a freshly
*> all-ones table over the same window
run_benchmark.
    compute bench_bytes = (window_size + 7) / 8

    perform reset_table
    accept bench_start_time from time
    call "compute_wheel_sieve" using lower_bound, upper_limit, range_start,
        window_size, eratosthenes_sieve, bench_factor_table, bench_factor_size
    accept bench_end_time from time
    call "elapsed_centiseconds" using bench_start_time, bench_end_time, wheel_cs
    perform count_window_primes
    move counted_primes to wheel_count

    perform reset_table
    move 0 to bench_stop_status
    accept bench_start_time from time
    call "compute_sieve" using lower_bound, upper_limit, range_start, window_size,
        eratosthenes_sieve, bench_factor_table, bench_factor_size, bench_stop_status
    accept bench_end_time from time
    call "elapsed_centiseconds" using bench_start_time, bench_end_time, classic_cs
    perform count_window_primes
    move counted_primes to classic_count

    move spaces to timing_text_record
    write timing_text_record
    move "Side-by-side sieve benchmark (same window)" to timing_text
    write timing_text_record
    move "  Pass                 Elapsed cs        Primes" to timing_text
    write timing_text_record
    move spaces to timing_text_record
    move "  classical" to timing_text(1:20)
    move classic_cs to formatted_cs
    move formatted_cs to timing_text(23:9)
    move classic_count to formatted_count
    move formatted_count to timing_text(35:12)
    write timing_text_record
    move spaces to timing_text_record
    move "  wheel (mod 30)" to timing_text(1:20)
    move wheel_cs to formatted_cs
    move formatted_cs to timing_text(23:9)
    move wheel_count to formatted_count
    move formatted_count to timing_text(35:12)
    write timing_text_record

    move spaces to bench_record
    if bench_stop_status = 1
        *> the classical pass was stopped part way; nothing to compare
        move "STOPPED" to bench_verdict
        move "  Classical pass stopped by operator request; no verdict."
            to timing_text
    else
        if classic_count = wheel_count
            move "AGREE" to bench_verdict
            move "  Prime counts AGREE." to timing_text
        else
            move "DISAGREE" to bench_verdict
            move "  *** Prime counts DISAGREE: the wheel pass is not fit for production. ***"
                to timing_text
        end-if
    end-if
    write timing_text_record
    display "Sieve benchmark, classical vs. wheel :: " function trim(bench_verdict)

    move range_start to bench_range_start
    move upper_limit to bench_upper_limit
    move classic_count to bench_classic_count
    move wheel_count to bench_wheel_count
    move classic_cs to bench_classic_cs
    move wheel_cs to bench_wheel_cs
    accept bench_date from date yyyymmdd
    call "CBL_CHECK_FILE_EXIST" using bench_identifier, bench_check_buffer
    if return-code = 0
        open extend bench_file
    else
        open output bench_file
    end-if
    write bench_record
    close bench_file.

reset_table.
    perform varying bench_k from 1 by 1 until bench_k > bench_bytes
        move 255 to sieve_byte(bench_k)
    end-perform.

count_window_primes.
    move 0 to counted_primes
    perform varying bench_k from 1 by 1 until bench_k > window_size
        move bench_k to sieve-position
        copy "sieve-test.cpy".
        if sieve-bit-value = 1
            add 1 to counted_primes
        end-if
    end-perform.
