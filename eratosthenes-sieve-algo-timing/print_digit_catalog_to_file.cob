*> print_digit_catalog_to_file.cob
*>
*> Catalog the window's primes by digit property, for the puzzles
*> and outreach requests: palindromic primes (the same read either
*> way), emirps (primes whose reversal is a different prime), and
*> permutable primes (every rearrangement of the digits prime). A
*> reversal or rearrangement inside the window is read straight off
*> the sieve; one outside it is looked up on the indexed primes
*> master (print_primes_to_indexed_file's), where a miss only means
*> "not prime" if the coverage map shows the value was sieved. A
*> value past every sieved range is never guessed at: the prime is
*> listed as "coverage unknown" under its section instead. Counts
*> per digit length close the report, eratosthenes_digits.txt.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. print_digit_catalog_to_file.

environment division.
input-output section.
file-control.
    select digits_file assign to "eratosthenes_digits.txt"
    organization is line sequential.

    select primes_indexed_file assign to "eratosthenes_primes_indexed.dat"
    organization is indexed
    access mode is random
    record key is indexed_prime.

    select coverage_file assign coverage_identifier
    organization is line sequential.

data division.
file section.
fd digits_file.
01 digits_record.
    05 digits_line pic x(132).

fd primes_indexed_file.
01 primes_indexed_record.
    05 indexed_prime pic 9(12).

fd coverage_file.
01 coverage_record.
    05 coverage_range_start pic 9(12).
    05 filler pic x(1).
    05 coverage_upper_limit pic 9(12).
    05 filler pic x(1).
    05 coverage_date pic 9(8).

working-storage section.
77 i pic 9(12). *> window position being scanned
77 n pic 9(12). *> the prime at that position
77 pass_k pic 9. *> 1 palindromes, 2 emirps, 3 permutable primes
77 master_identifier pic x(40) value "eratosthenes_primes_indexed.dat". *> for the existence check only
77 coverage_identifier pic x(40) value "eratosthenes_coverage_map.txt". *> which ranges the master has ever loaded
77 master_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 master_open pic 9. *> 1 when the indexed primes master is there to ask
*> the ranges the master has loaded, for telling "not prime" from
*> "never sieved"
01 coverage-table.
    05 coverage-entry occurs 200 times.
        10 cov-start pic 9(12).
        10 cov-limit pic 9(12).
77 coverage_count pic s9(4) comp. *> ranges on the coverage map
77 coverage_k pic s9(4) comp. *> index over the coverage table
*> n's digits, most significant first, and a working copy for the
*> reversal and the rearrangements
01 digit-table.
    05 digit_value pic 9 occurs 12 times.
77 digit_count pic s9(4) comp. *> digits in n
77 digit_k pic s9(4) comp. *> index over the digits
77 digit_j pic s9(4) comp. *> second index, for the sort and the swaps
77 digit_swap pic 9. *> the swap's holding digit
77 digits_left pic 9(12). *> what is left of n as digits come off
77 reversed_n pic 9(12). *> n read backwards
77 lookup_n pic 9(12). *> the value being asked about
77 lookup_result pic x(1). *> P prime, C composite, U coverage unknown
77 permutable_result pic x(1). *> P all prime, C one composite, U not known
77 permutations_done pic 9. *> 1 once the last rearrangement is checked
77 pivot_k pic s9(4) comp. *> next-permutation pivot, 0 when none is left
77 successor_k pic s9(4) comp. *> the digit swapped in at the pivot
77 has_even_or_five pic 9. *> 1 when a digit 0, 2, 4, 5, 6, or 8 shows
*> per digit length: palindromes, emirps, permutable primes, and the
*> primes left at coverage unknown
01 length-table.
    05 length-entry occurs 12 times.
        10 len_palindromes pic 9(9).
        10 len_emirps pic 9(9).
        10 len_permutables pic 9(9).
        10 len_unknown pic 9(9).
77 length_k pic s9(4) comp. *> index over the length table
77 total_palindromes pic 9(9). *> palindromic primes, all lengths
77 total_emirps pic 9(9). *> emirps, all lengths
77 total_permutables pic 9(9). *> permutable primes, all lengths
77 total_unknown pic 9(9). *> primes left at coverage unknown
77 formatted_n pic z(11)9. *> a prime, no leading zeroes
77 formatted_other pic z(11)9. *> its reversal, no leading zeroes
77 formatted_count pic z(8)9. *> counts, no leading zeroes
77 formatted_length pic z9. *> a digit length
77 line_pointer pic s9(4) comp. *> string pointer into digits_line

copy "sieve-bitwork.cpy".

linkage section.
copy "sieve-layout.cpy".
77 upper_limit pic 9(12).
77 range_start pic 9(12).
77 window_size pic 9(12).

procedure division using eratosthenes_sieve, upper_limit, range_start, window_size.
    move 0 to total_palindromes, total_emirps, total_permutables,
        total_unknown, coverage_count, master_open
    perform varying length_k from 1 by 1 until length_k > 12
        move 0 to len_palindromes(length_k), len_emirps(length_k),
            len_permutables(length_k), len_unknown(length_k)
    end-perform

    *> reversals and rearrangements outside the window go to the
    *> indexed master, and its coverage map says what a miss means
    call "CBL_CHECK_FILE_EXIST" using master_identifier, master_check_buffer
    if return-code = 0
        open input primes_indexed_file
        move 1 to master_open
        call "CBL_CHECK_FILE_EXIST" using coverage_identifier, master_check_buffer
        if return-code = 0
            open input coverage_file
            perform forever
                read coverage_file
                    at end exit perform
                end-read
                if coverage_count < 200
                    add 1 to coverage_count
                    move coverage_range_start to cov-start(coverage_count)
                    move coverage_upper_limit to cov-limit(coverage_count)
                end-if
            end-perform
            close coverage_file
        end-if
    end-if

    open output digits_file
    move spaces to digits_record
    move range_start to formatted_n
    move upper_limit to formatted_other
    string "Digit-property prime catalog, window " delimited by size
           function trim(formatted_n) delimited by size
           " to " delimited by size
           function trim(formatted_other) delimited by size
        into digits_line
    write digits_record
    move spaces to digits_record
    move all "-" to digits_line(1:64)
    write digits_record
    if master_open = 0
        move spaces to digits_record
        move "(no indexed primes master on file: values outside the window are coverage unknown)"
            to digits_line
        write digits_record
    end-if

    *> one pass over the window per section, so each section lists
    *> its primes in order
    perform varying pass_k from 1 by 1 until pass_k > 3
        move spaces to digits_record
        write digits_record
        move spaces to digits_record
        evaluate pass_k
            when 1
                move "Palindromic primes:" to digits_line
            when 2
                move "Emirps (prime :: its reversal):" to digits_line
            when 3
                move "Permutable primes (every rearrangement prime):"
                    to digits_line
        end-evaluate
        write digits_record
        move 1 to i
        perform until i > window_size
            move i to sieve-position
            copy "sieve-test.cpy".
            if sieve-bit-value = 1
                compute n = range_start + i - 1
                if n >= 2
                    perform take_digits
                    evaluate pass_k
                        when 1
                            perform check_palindrome
                        when 2
                            perform check_emirp
                        when 3
                            perform check_permutable
                    end-evaluate
                end-if
            end-if
            add 1 to i
        end-perform
    end-perform

    if master_open = 1
        close primes_indexed_file
    end-if

    *> the per-length summary
    move spaces to digits_record
    write digits_record
    move spaces to digits_record
    move "Digits  Palindromic     Emirps  Permutable  Coverage unknown"
        to digits_line
    write digits_record
    perform varying length_k from 1 by 1 until length_k > 12
        if len_palindromes(length_k) > 0 or len_emirps(length_k) > 0
            or len_permutables(length_k) > 0 or len_unknown(length_k) > 0
            move spaces to digits_record
            move length_k to formatted_length
            move formatted_length to digits_line(5:2)
            move len_palindromes(length_k) to formatted_count
            move formatted_count to digits_line(10:9)
            move len_emirps(length_k) to formatted_count
            move formatted_count to digits_line(20:9)
            move len_permutables(length_k) to formatted_count
            move formatted_count to digits_line(31:9)
            move len_unknown(length_k) to formatted_count
            move formatted_count to digits_line(49:9)
            write digits_record
        end-if
    end-perform
    move spaces to digits_record
    move "   All" to digits_line(1:6)
    move total_palindromes to formatted_count
    move formatted_count to digits_line(10:9)
    move total_emirps to formatted_count
    move formatted_count to digits_line(20:9)
    move total_permutables to formatted_count
    move formatted_count to digits_line(31:9)
    move total_unknown to formatted_count
    move formatted_count to digits_line(49:9)
    write digits_record
    close digits_file

    display "Digit-property catalog written :: eratosthenes_digits.txt"
    goback.

*> n's digits into the digit table, most significant first, and n
*> read backwards into reversed_n
take_digits.
    move n to formatted_n
    move function length(function trim(formatted_n)) to digit_count
    move n to digits_left
    move 0 to reversed_n
    perform varying digit_k from digit_count by -1 until digit_k < 1
        move function mod(digits_left, 10) to digit_value(digit_k)
        compute reversed_n = reversed_n * 10 + digit_value(digit_k)
        compute digits_left = digits_left / 10
    end-perform.

check_palindrome.
    if reversed_n = n
        add 1 to total_palindromes, len_palindromes(digit_count)
        move spaces to digits_record
        move n to formatted_n
        move function trim(formatted_n) to digits_line(3:12)
        write digits_record
    end-if.

*> a palindrome is not an emirp: its reversal has to be a different
*> prime
check_emirp.
    if reversed_n not = n
        move reversed_n to lookup_n
        perform lookup_prime
        if lookup_result not = "C"
            move spaces to digits_record
            move n to formatted_n
            move reversed_n to formatted_other
            move 3 to line_pointer
            string function trim(formatted_n) delimited by size
                   " :: " delimited by size
                   function trim(formatted_other) delimited by size
                into digits_line with pointer line_pointer
            if lookup_result = "U"
                string " :: coverage unknown" delimited by size
                    into digits_line with pointer line_pointer
                add 1 to total_unknown, len_unknown(digit_count)
            else
                add 1 to total_emirps, len_emirps(digit_count)
            end-if
            write digits_record
        end-if
    end-if.

*> past one digit, a 0, 2, 4, 5, 6, or 8 anywhere can be moved to
*> the end, so only primes of 1s, 3s, 7s, and 9s are worth walking;
*> their rearrangements are stepped through in order from the
*> smallest, stopping at the first composite
check_permutable.
    move 0 to has_even_or_five
    if digit_count > 1
        perform varying digit_k from 1 by 1 until digit_k > digit_count
            if digit_value(digit_k) = 0 or 2 or 4 or 5 or 6 or 8
                move 1 to has_even_or_five
            end-if
        end-perform
    end-if
    if has_even_or_five = 0
        *> smallest arrangement first: the digits sorted ascending
        perform varying digit_k from 2 by 1 until digit_k > digit_count
            move digit_k to digit_j
            perform until digit_j < 2
                or digit_value(digit_j - 1) <= digit_value(digit_j)
                move digit_value(digit_j) to digit_swap
                move digit_value(digit_j - 1) to digit_value(digit_j)
                move digit_swap to digit_value(digit_j - 1)
                subtract 1 from digit_j
            end-perform
        end-perform

        move "P" to permutable_result
        move 0 to permutations_done
        perform until permutations_done = 1 or permutable_result = "C"
            move 0 to lookup_n
            perform varying digit_k from 1 by 1 until digit_k > digit_count
                compute lookup_n = lookup_n * 10 + digit_value(digit_k)
            end-perform
            if lookup_n not = n
                perform lookup_prime
                if lookup_result = "C"
                    move "C" to permutable_result
                end-if
                if lookup_result = "U"
                    move "U" to permutable_result
                end-if
            end-if
            perform next_arrangement
        end-perform

        if permutable_result not = "C"
            move spaces to digits_record
            move n to formatted_n
            move 3 to line_pointer
            string function trim(formatted_n) delimited by size
                into digits_line with pointer line_pointer
            if permutable_result = "U"
                string " :: coverage unknown" delimited by size
                    into digits_line with pointer line_pointer
                add 1 to total_unknown, len_unknown(digit_count)
            else
                add 1 to total_permutables, len_permutables(digit_count)
            end-if
            write digits_record
        end-if
    end-if.

*> step the digit table to the next arrangement in ascending order,
*> or flag that the last one has been seen
next_arrangement.
    move 0 to pivot_k
    perform varying digit_k from 1 by 1 until digit_k >= digit_count
        if digit_value(digit_k) < digit_value(digit_k + 1)
            move digit_k to pivot_k
        end-if
    end-perform
    if pivot_k = 0
        move 1 to permutations_done
    else
        perform varying digit_k from pivot_k by 1 until digit_k > digit_count
            if digit_value(digit_k) > digit_value(pivot_k)
                move digit_k to successor_k
            end-if
        end-perform
        move digit_value(pivot_k) to digit_swap
        move digit_value(successor_k) to digit_value(pivot_k)
        move digit_swap to digit_value(successor_k)
        move pivot_k to digit_k
        add 1 to digit_k
        move digit_count to digit_j
        perform until digit_k >= digit_j
            move digit_value(digit_k) to digit_swap
            move digit_value(digit_j) to digit_value(digit_k)
            move digit_swap to digit_value(digit_j)
            add 1 to digit_k
            subtract 1 from digit_j
        end-perform
    end-if.

*> is lookup_n prime: off the sieve inside the window, else off the
*> indexed master, where a miss is composite only inside a range the
*> coverage map shows was loaded
lookup_prime.
    if lookup_n < 2
        move "C" to lookup_result
    else
        if lookup_n >= range_start and lookup_n <= upper_limit
            compute sieve-position = lookup_n - range_start + 1
            copy "sieve-test.cpy".
            if sieve-bit-value = 1
                move "P" to lookup_result
            else
                move "C" to lookup_result
            end-if
        else
            move "U" to lookup_result
            if master_open = 1
                move lookup_n to indexed_prime
                read primes_indexed_file
                    invalid key
                        perform varying coverage_k from 1 by 1
                            until coverage_k > coverage_count
                            if lookup_n >= cov-start(coverage_k)
                                and lookup_n <= cov-limit(coverage_k)
                                move "C" to lookup_result
                            end-if
                        end-perform
                    not invalid key
                        move "P" to lookup_result
                end-read
            end-if
        end-if
    end-if.
