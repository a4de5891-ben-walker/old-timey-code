*> print_arith_functions_to_file.cob
*>
*> Tabulate the classical arithmetic functions for every number in
*> the window, for the analytics team: Euler's totient phi(n), the
*> Mobius function mu(n), and the divisor count d(n), one line per
*> number, all off the factorization compute_sieve's smallest-factor
*> data gives -- n = p1^e1 ... pk^ek makes phi(n) the product of
*> p^(e-1)(p-1), d(n) the product of (e+1), and mu(n) zero on any
*> repeated prime, else -1 to the number of primes. The summary
*> counts the square-free numbers and the numbers at each Mobius
*> value. Like the classification and Fermat reports, the factor
*> walk needs a full-range (start 2) window. Written to
*> eratosthenes_arith.txt.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. print_arith_functions_to_file.

environment division.
input-output section.
file-control.
    select arith_file assign to "eratosthenes_arith.txt"
    organization is line sequential.

data division.
file section.
fd arith_file.
01 arith_record.
    05 arith_line pic x(80).

working-storage section.
77 i pic 9(12).
77 n pic 9(12). *> the number being tabulated
77 m pic 9(12). *> what's left of it as factors divide out
77 p pic 9(12). *> smallest prime factor of m
77 exponent pic 9(4). *> how many times p divides n
77 quotient pic 9(12).
77 totient pic 9(12). *> phi(n), built up a prime at a time
77 divisor_count pic 9(6). *> d(n), built up a prime at a time
77 mobius pic s9. *> mu(n)
77 squarefree_count pic 9(12). *> numbers with no repeated prime factor
77 mobius_minus_count pic 9(12). *> numbers with mu = -1
77 mobius_zero_count pic 9(12). *> numbers with mu = 0
77 mobius_plus_count pic 9(12). *> numbers with mu = +1
77 formatted_n pic z(11)9. *> the number, no leading zeroes
77 formatted_totient pic z(11)9. *> phi(n), no leading zeroes
77 formatted_mobius pic -9. *> mu(n), signed
77 formatted_divisors pic z(5)9. *> d(n), no leading zeroes
77 formatted_count pic z(11)9. *> summary counts, no leading zeroes

linkage section.
01 factor_table.
    05 smallest_factor pic 9(12) occurs 2 to 100000000 depending on window_size value 0.
77 upper_limit pic 9(12).
77 range_start pic 9(12).
77 window_size pic 9(12).

procedure division using factor_table, upper_limit, range_start, window_size.
    move 0 to squarefree_count, mobius_minus_count, mobius_zero_count,
        mobius_plus_count

    open output arith_file

    if range_start > 2
        *> the factor walk follows each quotient downward, and a
        *> high-window run has no factor data below its floor
        move spaces to arith_record
        move "Arithmetic-function tables need a run from range start 2; rerun the sieve from the bottom."
            to arith_line
        write arith_record
        close arith_file
        display "Arithmetic-function tables skipped: needs a full-range (start 2) window."
        goback
    end-if

    move spaces to arith_record
    move "           n        phi(n)  mu(n)    d(n)" to arith_line
    write arith_record
    move spaces to arith_record
    move all "-" to arith_line(1:42)
    write arith_record

    move 1 to i
    perform until i > window_size
        compute n = range_start + i - 1

        move 1 to totient
        move 1 to divisor_count
        move 1 to mobius
        move n to m
        perform until m < 2
            move smallest_factor(m - range_start + 1) to p
            if p = 0
                move m to p
            end-if
            move 0 to exponent
            perform until function mod(m, p) not = 0
                compute quotient = m / p
                move quotient to m
                add 1 to exponent
            end-perform
            compute totient = totient * (p - 1) * (p ** (exponent - 1))
            compute divisor_count = divisor_count * (exponent + 1)
            if exponent > 1
                move 0 to mobius
            else
                compute mobius = 0 - mobius
            end-if
        end-perform

        evaluate mobius
            when -1
                add 1 to mobius_minus_count, squarefree_count
            when 0
                add 1 to mobius_zero_count
            when other
                add 1 to mobius_plus_count, squarefree_count
        end-evaluate

        move spaces to arith_record
        move n to formatted_n
        move formatted_n to arith_line(1:12)
        move totient to formatted_totient
        move formatted_totient to arith_line(15:12)
        move mobius to formatted_mobius
        move formatted_mobius to arith_line(31:2)
        move divisor_count to formatted_divisors
        move formatted_divisors to arith_line(37:6)
        write arith_record

        add 1 to i
    end-perform

    move spaces to arith_record
    write arith_record
    move spaces to arith_record
    move window_size to formatted_count
    string "Numbers tabulated : " delimited by size
           formatted_count delimited by size
        into arith_line
    write arith_record
    move spaces to arith_record
    move squarefree_count to formatted_count
    string "Square-free       : " delimited by size
           formatted_count delimited by size
        into arith_line
    write arith_record
    move spaces to arith_record
    move mobius_minus_count to formatted_count
    string "mu(n) = -1        : " delimited by size
           formatted_count delimited by size
        into arith_line
    write arith_record
    move spaces to arith_record
    move mobius_zero_count to formatted_count
    string "mu(n) =  0        : " delimited by size
           formatted_count delimited by size
        into arith_line
    write arith_record
    move spaces to arith_record
    move mobius_plus_count to formatted_count
    string "mu(n) = +1        : " delimited by size
           formatted_count delimited by size
        into arith_line
    write arith_record
    close arith_file.
