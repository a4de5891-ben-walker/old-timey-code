*> the manual-verification procedure works from -- doc/page/field
*> columns included when the batch was keyed -- instead of a clerk
*> picking prime-numbered clauses off a paper list of primes. A
*> value outside every sieved range (the same coverage map
*> prime_inquiry reads) is tested outright by check_primality,
*> never guessed.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Sep. 3, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - a value outside every sieved range is tested
*>                      outright (check_primality) instead of being
*>                      left as coverage unknown; a prime found that
*>                      way is sampled like any other, marked
*>                      "computed" on its worksheet line.

identification division.
program-id. prime_sample_worksheet.
77 keyed_input pic 9 value 0. *> matches the batch's own keyed-layout switch
77 records_read pic 9(9) value 0. *> results records read
77 primes_flagged pic 9(9) value 0. *> records whose value proved prime
77 uncovered_count pic 9(9) value 0. *> values outside every sieved range, tested outright
77 computed_primes pic 9(9) value 0. *> of those, proved prime
77 decimal_trimmed pic x(12). *> the row's decimal column, trimmed for the digits check
77 decimal_length pic s9(4) comp. *> trimmed length of the decimal column
77 row_decimal pic 9(12). *> the row's decimal value
77 row_numeral pic x(30). *> the row's numeral, either layout
77 row_is_prime pic 9. *> 1 when the keyed read found the value on the primes file
77 row_covered pic 9. *> 1 when the value falls inside a sieved range
77 witness_factor pic 9(12). *> a computed composite's smallest factor
77 computed_text pic x(11). *> " (computed)" on a computed prime's line, spaces otherwise
*> the loaded ranges, held for the covered/never-sieved distinction
01 coverage-table.
    05 coverage-entry occurs 200 times.
        move function numval(decimal_trimmed) to row_decimal

        move 0 to row_is_prime
        move spaces to computed_text
        move row_decimal to indexed_prime
        read primes_indexed_file
            invalid key
                move 1 to row_is_prime
        end-read

        *> a miss inside a sieved range is a composite; a miss outside
        *> every range is tested outright, and marked so on the line
        if row_is_prime = 0
            move 0 to row_covered
            move 1 to coverage_k
            perform until coverage_k > coverage_count
                if row_decimal >= cov-start(coverage_k)
                    and row_decimal <= cov-limit(coverage_k)
                    move 1 to row_covered
                    exit perform
                end-if
                add 1 to coverage_k
            end-perform
            if row_covered = 0
                add 1 to uncovered_count
                call "check_primality" using row_decimal, row_is_prime,
                    witness_factor
                if row_is_prime = 1
                    add 1 to computed_primes
                    move " (computed)" to computed_text
                end-if
            end-if
        end-if

        if row_is_prime = 1
            add 1 to primes_flagged
            move row_decimal to formatted_decimal
                       function trim(row_numeral) delimited by size
                       " :: " delimited by size
                       function trim(formatted_decimal) delimited by size
                       computed_text delimited by "  "
                       " :: verified by _________" delimited by size
                    into worksheet_text
            else
                       function trim(row_numeral) delimited by size
                       " :: " delimited by size
                       function trim(formatted_decimal) delimited by size
                       computed_text delimited by "  "
                       " :: verified by _________" delimited by size
                    into worksheet_text
            end-if
            write worksheet_record
        end-if
    end-perform
    close results_file, primes_indexed_file, worksheet_file
    move primes_flagged to formatted_count
    display "Prime values flagged: " formatted_count
    move uncovered_count to formatted_count
    display "Tested outright     : " formatted_count
    move computed_primes to formatted_count
    display "  of which prime    : " formatted_count
    display "Sample worksheet    :: " function trim(worksheet_identifier)

    move results_identifier to audit_key_param
