*>                     built under the nine-digit key must be rebuilt
*>                     (indexed_file_maint) before inquiries against
*>                     the new layout.
*> Oct. 15, 2026 - BW - a "P" for a value outside every sieved range
*>                      is answered outright by check_primality,
*>                      marked "computed" rather than read off the
*>                      master, with a composite's smallest factor
*>                      named as its witness.

identification division.
program-id. prime_inquiry.
77 coverage_overflow pic 9(12) value 0. *> map entries past the working table
77 coverage_k pic s9(4) comp. *> index over the coverage table
77 value_covered pic 9. *> 1 if the requested value falls inside a loaded range
77 computed_prime pic 9. *> check_primality's answer: 1 = prime
77 witness_factor pic 9(12). *> a computed composite's smallest factor
77 formatted_witness pic z(11)9. *> the witness, no leading zeroes

procedure division.
    call "CBL_CHECK_FILE_EXIST" using indexed_identifier, inquiry_check_buffer
                                       " :: not prime" delimited by size
                                    into answer_text
                            else
                                *> never sieved (or the map is too big
                                *> to be sure): work it out instead,
                                *> and say the answer was computed
                                perform compute_primality
                            end-if
                        not invalid key
                            string function trim(formatted_value) delimited by size
            with no advancing accept console_request
    end-perform

    close primes_indexed_file
    goback.

*> a value the master can't speak for, tested outright
compute_primality.
    call "check_primality" using request_value, computed_prime, witness_factor
    if computed_prime = 1
        string function trim(formatted_value) delimited by size
               " :: prime (computed, not on file)" delimited by size
            into answer_text
    else
        if witness_factor > 0
            move witness_factor to formatted_witness
            string function trim(formatted_value) delimited by size
                   " :: not prime (computed; divisible by " delimited by size
                   function trim(formatted_witness) delimited by size
                   ")" delimited by size
                into answer_text
        else
            string function trim(formatted_value) delimited by size
                   " :: not prime (computed)" delimited by size
                into answer_text
        end-if
    end-if.
