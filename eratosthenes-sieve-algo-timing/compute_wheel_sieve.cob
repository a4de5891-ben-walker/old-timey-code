*> compute_wheel_sieve.cob
*>
*> Alternate sieving pass over the same bit-packed window as
*> compute_sieve, on a mod-30 wheel: multiples of 2, 3, and 5 are
*> never crossed off one at a time. Their pattern repeats every 120
*> values -- fifteen sieve bytes -- so the window is laid down from
*> a fifteen-byte template with only the candidates coprime to 30
*> left standing, and each base prime from 7 up then crosses off
*> only the multiples p x m with m itself on the wheel, stepping m
*> through the eight residues 1, 7, 11, 13, 17, 19, 23, 29 mod 30.
*> The table it leaves is bit for bit the one compute_sieve leaves,
*> so every report and the sieve cache read it unchanged, and the
*> smallest factor is still recorded for each composite when the
*> caller passed a real factor table. There is no checkpoint or
*> stop request on this pass; it is chosen with SIEVE_MODE=WHEEL
*> once the side-by-side benchmark (print_timing_report_to_file)
*> has shown it agreeing with the classical pass.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. compute_wheel_sieve.

data division.
working-storage section.
77 i pic 9(12). *> base sieve index
77 j pic 9(12). *> the multiple being crossed off
77 p pic 9(12). *> the base prime being applied
77 m pic 9(12). *> the cofactor, kept on the wheel
77 i_squared pic 9(12).
77 step_value pic 9(12). *> p times the wheel gap, the stride to the next multiple
01 base_sieve.
    05 base_prime pic 9 occurs 2 to 1000000 depending on lower_bound value 1.
*> the eight residues coprime to 30, and the gap from each to the next
01 wheel-table-def.
    05 filler pic x(4) value "0106".
    05 filler pic x(4) value "0704".
    05 filler pic x(4) value "1102".
    05 filler pic x(4) value "1304".
    05 filler pic x(4) value "1702".
    05 filler pic x(4) value "1904".
    05 filler pic x(4) value "2306".
    05 filler pic x(4) value "2902".
01 wheel-table redefines wheel-table-def.
    05 wheel-entry occurs 8 times.
        10 wheel_residue pic 9(2).
        10 wheel_gap pic 9(2).
77 wheel_k pic s9(4) comp. *> where m sits on the wheel
77 m_residue pic 9(2). *> m mod 30
*> one 120-value cycle of the window laid out as sieve bytes, with
*> the multiples of 2, 3, and 5 already cleared
01 wheel-template.
    05 template_byte pic 9(3) occurs 15 times.
77 template_k pic s9(4) comp. *> index over the template
77 bit_k pic s9(4) comp. *> bit within a template byte
77 bit_value pic 9(12). *> the value a template bit stands for
77 byte_k pic 9(9) comp. *> index over the sieve bytes
77 sieve_bytes pic 9(9) comp. *> sieve bytes the window spans
77 small_prime pic 9(12). *> 2, 3, or 5, being restored or factored
77 first_multiple pic 9(12). *> first multiple of small_prime in the window
copy "sieve-bitwork.cpy".

linkage section.
copy "sieve-layout.cpy".
01 factor_table.
    05 smallest_factor pic 9(12) occurs 2 to 100000000 depending on factor_window_size value 0.
77 upper_limit pic 9(12).
77 lower_bound pic 9(12).
77 range_start pic 9(12).
77 window_size pic 9(12).
77 factor_window_size pic 9(12). *> entries really behind factor_table; 2 = the no-factor-report stub

procedure division using lower_bound, upper_limit, range_start, window_size,
        eratosthenes_sieve, factor_table, factor_window_size.
    *> the base primes up to the square root of upper_limit, by the
    *> classical sieve on its own small range, the same as
    *> compute_sieve
    move 1 to i
    perform until i > lower_bound
        move 1 to base_prime(i)
        add 1 to i
    end-perform
    move 0 to base_prime(1)
    move 1 to i
    perform until i > lower_bound
        compute i_squared = i ** 2
        if base_prime(i) = 1
            move i_squared to j
            perform until j > lower_bound
                move 0 to base_prime(j)
                add i to j
            end-perform
        end-if
        add 1 to i
    end-perform

    *> the fifteen-byte template: bit b of byte k stands for the
    *> value range_start + 8(k - 1) + b - 1, set only when that value
    *> is coprime to 30; 120 values on, the pattern starts over
    perform varying template_k from 1 by 1 until template_k > 15
        move 0 to template_byte(template_k)
        perform varying bit_k from 1 by 1 until bit_k > 8
            compute bit_value = range_start + 8 * (template_k - 1) + bit_k - 1
            if function mod(bit_value, 2) not = 0
                and function mod(bit_value, 3) not = 0
                and function mod(bit_value, 5) not = 0
                add sieve-bit-power(bit_k) to template_byte(template_k)
            end-if
        end-perform
    end-perform
    compute sieve_bytes = (window_size + 7) / 8
    perform varying byte_k from 1 by 1 until byte_k > sieve_bytes
        compute template_k = function mod(byte_k - 1, 15) + 1
        move template_byte(template_k) to sieve_byte(byte_k)
    end-perform

    *> 2, 3, and 5 themselves are prime; and when the caller wants
    *> factors, their multiples still need one recorded, the smallest
    *> prime first so it is the one that sticks
    perform varying wheel_k from 1 by 1 until wheel_k > 3
        evaluate wheel_k
            when 1 move 2 to small_prime
            when 2 move 3 to small_prime
            when 3 move 5 to small_prime
        end-evaluate
        if small_prime >= range_start and small_prime <= upper_limit
            compute sieve-position = small_prime - range_start + 1
            move 1 to sieve-bit-target
            copy "sieve-store.cpy".
        end-if
        if factor_window_size >= window_size
            compute first_multiple = ((range_start + small_prime - 1) / small_prime)
                * small_prime
            if first_multiple < small_prime * small_prime
                compute first_multiple = small_prime * small_prime
            end-if
            move first_multiple to j
            perform until j > upper_limit
                if smallest_factor(j - range_start + 1) = 0
                    move small_prime to smallest_factor(j - range_start + 1)
                end-if
                add small_prime to j
            end-perform
        end-if
    end-perform

    *> each base prime from 7 up crosses off p x m for m on the wheel,
    *> from m = p (anything smaller was some smaller prime's job) or
    *> the first m reaching into the window, whichever is larger
    move 7 to p
    perform until p > lower_bound
        if base_prime(p) = 1
            compute m = (range_start + p - 1) / p
            if m < p
                move p to m
            end-if
            *> step m forward onto the wheel
            move function mod(m, 30) to m_residue
            move 0 to wheel_k
            perform until wheel_k > 0
                perform varying template_k from 1 by 1 until template_k > 8
                    if wheel_residue(template_k) = m_residue
                        move template_k to wheel_k
                    end-if
                end-perform
                if wheel_k = 0
                    add 1 to m
                    move function mod(m, 30) to m_residue
                end-if
            end-perform

            compute j = p * m
            perform until j > upper_limit
                compute sieve-position = j - range_start + 1
                move 0 to sieve-bit-target
                copy "sieve-store.cpy".
                if sieve-bit-value = 1
                    if factor_window_size >= window_size
                        move p to smallest_factor(sieve-position)
                    end-if
                end-if
                compute step_value = p * wheel_gap(wheel_k)
                add step_value to j
                if wheel_k = 8
                    move 1 to wheel_k
                else
                    add 1 to wheel_k
                end-if
            end-perform
        end-if
        add 1 to p
    end-perform.
