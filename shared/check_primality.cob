*> check_primality.cob
*>
*> Answer "is N prime" outright, for a value no eratosthenes run has
*> sieved: prime_inquiry and prime_sample_worksheet fall back to it
*> when the coverage map has nothing for the value, and say the
*> answer was computed rather than read off the primes master. The
*> test is trial division by 2, 3, and every 6k-1 and 6k+1 up to the
*> value's square root -- at most a third of a million divisions at
*> the master's twelve-digit limit, a fraction of a second, with no
*> window to sieve and no chance of a wrong answer. A composite comes
*> back with its smallest prime factor as the witness; 0 and 1 are
*> neither prime nor composite, and come back not prime with no
*> witness.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. check_primality.

data division.
working-storage section.
77 trial_divisor pic 9(12) comp. *> the 6k-1 of the pair being tried
77 trial_partner pic 9(12) comp. *> the 6k+1 of the pair
77 trial_quotient pic 9(12) comp. *> quotient of the division in hand
77 trial_remainder pic 9(12) comp. *> remainder of the division in hand
77 divisor_limit pic 9(12) comp. *> the candidate's square root, rounded down

linkage section.
77 candidate_value pic 9(12). *> the value being tested
77 candidate_prime pic 9. *> 1 = prime, 0 = not prime
77 witness_factor pic 9(12). *> a composite's smallest prime factor, 0 otherwise

procedure division using candidate_value, candidate_prime, witness_factor.
    move 0 to candidate_prime
    move 0 to witness_factor
    if candidate_value < 2
        goback
    end-if
    if candidate_value < 4
        move 1 to candidate_prime
        goback
    end-if

    divide candidate_value by 2 giving trial_quotient remainder trial_remainder
    if trial_remainder = 0
        move 2 to witness_factor
        goback
    end-if
    divide candidate_value by 3 giving trial_quotient remainder trial_remainder
    if trial_remainder = 0
        move 3 to witness_factor
        goback
    end-if

    *> every prime past 3 sits either side of a multiple of six
    compute divisor_limit = function integer(function sqrt(candidate_value))
    *> the square root comes back as a floating value; make sure the
    *> limit is not one short of an exact root
    if (divisor_limit + 1) * (divisor_limit + 1) <= candidate_value
        add 1 to divisor_limit
    end-if
    perform varying trial_divisor from 5 by 6
        until trial_divisor > divisor_limit or witness_factor > 0
        divide candidate_value by trial_divisor
            giving trial_quotient remainder trial_remainder
        if trial_remainder = 0
            move trial_divisor to witness_factor
        else
            compute trial_partner = trial_divisor + 2
            divide candidate_value by trial_partner
                giving trial_quotient remainder trial_remainder
            *> the partner past the root can only be the value itself
            if trial_remainder = 0 and trial_partner <= divisor_limit
                move trial_partner to witness_factor
            end-if
        end-if
    end-perform
    if witness_factor = 0
        move 1 to candidate_prime
    end-if
    goback.
