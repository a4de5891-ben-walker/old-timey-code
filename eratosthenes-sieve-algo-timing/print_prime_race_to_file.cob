*> print_prime_race_to_file.cob
*>
*> Prime races by residue class, for the research group: for each
*> modulus on the operator's list (RACE_MODULI, comma-separated, up
*> to eight, each 2 through 100), the window's primes are tallied by
*> their residue class, walked in order so the running leader is
*> known at every prime. Every crossover -- the prime at which a
*> class takes the lead from another -- is listed, and the final
*> tallies are set against each class's expected share: by
*> Dirichlet, the primes spread evenly over the classes coprime to
*> the modulus, 1/phi(m) apiece. Primes dividing the modulus (2 for
*> mod 4, 2 and 3 for mod 6) sit in no race and are counted apart.
*> Written to eratosthenes_race.txt.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. print_prime_race_to_file.

environment division.
input-output section.
file-control.
    select race_file assign to "eratosthenes_race.txt"
    organization is line sequential.

data division.
file section.
fd race_file.
01 race_record.
    05 race_line pic x(132).

working-storage section.
77 i pic 9(12). *> window position being scanned
77 n pic 9(12). *> the prime at that position
77 modulus_piece_1 pic x(8). *> comma-delimited pieces of the moduli list
77 modulus_piece_2 pic x(8).
77 modulus_piece_3 pic x(8).
77 modulus_piece_4 pic x(8).
77 modulus_piece_5 pic x(8).
77 modulus_piece_6 pic x(8).
77 modulus_piece_7 pic x(8).
77 modulus_piece_8 pic x(8).
*> the moduli to race, as parsed off the list
01 modulus-table.
    05 modulus_value pic 9(3) occurs 8 times.
77 modulus_count pic s9(4) comp. *> moduli on the list
77 modulus_k pic s9(4) comp. *> which modulus is being raced
77 modulus pic 9(3). *> the modulus being raced
77 phi pic 9(3). *> classes coprime to it, the ones in the race
77 piece_text pic x(8). *> one piece of the list, being checked
*> per-class tallies for the modulus being raced; class r sits in
*> slot r + 1
01 class-table.
    05 class-entry occurs 100 times.
        10 class_coprime pic 9. *> 1 when gcd(r, m) = 1
        10 class_count pic 9(12). *> primes in the class so far
77 class_k pic s9(4) comp. *> index over the classes
77 residue pic 9(3). *> the prime's class
77 gcd_a pic 9(3). *> Euclid's working pair
77 gcd_b pic 9(3).
77 gcd_r pic 9(3).
77 leader_k pic s9(4) comp. *> slot of the class in the lead, 0 before any
77 race_primes pic 9(12). *> primes in the race (coprime classes)
77 outside_primes pic 9(12). *> primes dividing the modulus
77 crossover_count pic 9(9). *> lead changes for this modulus
77 crossovers_listed pic 9(9). *> of those, listed on the report (capped)
77 expected_count pic 9(12)v99. *> the class's fair share of race_primes
77 deviation pic s9(12)v99. *> actual less expected
77 share_pct pic 9(3)v99. *> the class's actual share, percent
77 expected_pct pic 9(3)v99. *> its expected share, percent
77 formatted_n pic z(11)9. *> a prime, no leading zeroes
77 formatted_count pic z(11)9. *> counts, no leading zeroes
77 formatted_residue pic zz9. *> a class, no leading zeroes
77 formatted_modulus pic zz9. *> the modulus, no leading zeroes
77 formatted_pct pic zz9.99. *> shares, percent
77 formatted_deviation pic -(11)9.99. *> actual less expected, signed
77 line_pointer pic s9(4) comp. *> string pointer into race_line
77 lead_label pic x(12). *> "first prime" or "crossover at", for a lead line

copy "sieve-bitwork.cpy".

linkage section.
copy "sieve-layout.cpy".
77 upper_limit pic 9(12).
77 range_start pic 9(12).
77 window_size pic 9(12).
77 race_moduli pic x(30). *> the operator's moduli list, e.g. "4,3,6,10,12"

procedure division using eratosthenes_sieve, upper_limit, range_start, window_size,
        race_moduli.
    move 0 to modulus_count
    move spaces to modulus_piece_1, modulus_piece_2, modulus_piece_3,
        modulus_piece_4, modulus_piece_5, modulus_piece_6,
        modulus_piece_7, modulus_piece_8
    unstring race_moduli delimited by "," into modulus_piece_1,
        modulus_piece_2, modulus_piece_3, modulus_piece_4,
        modulus_piece_5, modulus_piece_6, modulus_piece_7,
        modulus_piece_8

    open output race_file
    move spaces to race_record
    move upper_limit to formatted_count
    move range_start to formatted_n
    string "Prime races by residue class, window " delimited by size
           function trim(formatted_n) delimited by size
           " to " delimited by size
           function trim(formatted_count) delimited by size
        into race_line
    write race_record
    move spaces to race_record
    move all "-" to race_line(1:64)
    write race_record

    move modulus_piece_1 to piece_text
    perform take_modulus
    move modulus_piece_2 to piece_text
    perform take_modulus
    move modulus_piece_3 to piece_text
    perform take_modulus
    move modulus_piece_4 to piece_text
    perform take_modulus
    move modulus_piece_5 to piece_text
    perform take_modulus
    move modulus_piece_6 to piece_text
    perform take_modulus
    move modulus_piece_7 to piece_text
    perform take_modulus
    move modulus_piece_8 to piece_text
    perform take_modulus

    if modulus_count = 0
        move spaces to race_record
        move "No usable moduli on RACE_MODULI (each must be 2 through 100)."
            to race_line
        write race_record
        close race_file
        display "Prime race report skipped: no usable moduli on RACE_MODULI."
        goback
    end-if

    perform varying modulus_k from 1 by 1 until modulus_k > modulus_count
        move modulus_value(modulus_k) to modulus
        perform run_race
    end-perform
    close race_file
    goback.

*> one piece of the list: a number from 2 through 100 joins the
*> races, anything else is noted on the report and passed over
take_modulus.
    if piece_text not = spaces
        if function test-numval(piece_text) = 0
            and function numval(piece_text) >= 2
            and function numval(piece_text) <= 100
            add 1 to modulus_count
            move function numval(piece_text) to modulus_value(modulus_count)
        else
            move spaces to race_record
            string "Modulus """ delimited by size
                   function trim(piece_text) delimited by size
                   """ passed over: must be 2 through 100." delimited by size
                into race_line
            write race_record
        end-if
    end-if.

*> race the window's primes over the classes of one modulus
run_race.
    move 0 to phi, race_primes, outside_primes, crossover_count,
        crossovers_listed, leader_k
    perform varying class_k from 1 by 1 until class_k > modulus
        move 0 to class_count(class_k)
        compute gcd_a = class_k - 1
        move modulus to gcd_b
        perform until gcd_a = 0
            compute gcd_r = function mod(gcd_b, gcd_a)
            move gcd_a to gcd_b
            move gcd_r to gcd_a
        end-perform
        if gcd_b = 1
            move 1 to class_coprime(class_k)
            add 1 to phi
        else
            move 0 to class_coprime(class_k)
        end-if
    end-perform

    move modulus to formatted_modulus
    move spaces to race_record
    write race_record
    move spaces to race_record
    string "Modulus " delimited by size
           function trim(formatted_modulus) delimited by size
           " -- lead changes:" delimited by size
        into race_line
    write race_record

    move 1 to i
    perform until i > window_size
        move i to sieve-position
        copy "sieve-test.cpy".
        if sieve-bit-value = 1
            compute n = range_start + i - 1
            compute residue = function mod(n, modulus)
            compute class_k = residue + 1
            if class_coprime(class_k) = 0
                add 1 to outside_primes
            else
                add 1 to race_primes
                add 1 to class_count(class_k)
                if leader_k = 0
                    move class_k to leader_k
                    move "first prime" to lead_label
                    perform write_lead_line
                else
                    if class_k not = leader_k
                        and class_count(class_k) > class_count(leader_k)
                        move class_k to leader_k
                        add 1 to crossover_count
                        if crossovers_listed < 500
                            add 1 to crossovers_listed
                            move "crossover at" to lead_label
                            perform write_lead_line
                        end-if
                    end-if
                end-if
            end-if
        end-if
        add 1 to i
    end-perform

    if race_primes = 0
        move spaces to race_record
        move "  no primes in the window fall in a coprime class" to race_line
        write race_record
    end-if
    if crossover_count > crossovers_listed
        move crossover_count to formatted_count
        move spaces to race_record
        string "  (" delimited by size
               function trim(formatted_count) delimited by size
               " lead changes in all; the first 500 are listed)"
                   delimited by size
            into race_line
        write race_record
    end-if

    *> the final tallies, each class against its 1/phi(m) share
    move spaces to race_record
    write race_record
    move spaces to race_record
    move "  Class       Primes   Share %  Expected %     vs. expected"
        to race_line
    write race_record
    perform varying class_k from 1 by 1 until class_k > modulus
        if class_coprime(class_k) = 1
            perform write_class_line
        end-if
    end-perform

    move spaces to race_record
    move race_primes to formatted_count
    string "  Primes in the race: " delimited by size
           function trim(formatted_count) delimited by size
        into race_line
    move crossover_count to formatted_count
    move 60 to line_pointer
    string "Lead changes: " delimited by size
           function trim(formatted_count) delimited by size
        into race_line with pointer line_pointer
    write race_record
    move spaces to race_record
    move outside_primes to formatted_count
    string "  Primes dividing the modulus (no race): " delimited by size
           function trim(formatted_count) delimited by size
        into race_line
    write race_record
    if leader_k > 0
        move spaces to race_record
        compute residue = leader_k - 1
        move residue to formatted_residue
        string "  Final leader: class " delimited by size
               function trim(formatted_residue) delimited by size
               " mod " delimited by size
               function trim(formatted_modulus) delimited by size
            into race_line
        write race_record
    end-if.

*> the prime n has just put class_k in front
write_lead_line.
    move spaces to race_record
    move n to formatted_n
    compute residue = class_k - 1
    move residue to formatted_residue
    move 1 to line_pointer
    string "  " delimited by size
           function trim(lead_label) delimited by size
           " " delimited by size
           function trim(formatted_n) delimited by size
           ": class " delimited by size
           function trim(formatted_residue) delimited by size
           " leads with " delimited by size
        into race_line with pointer line_pointer
    move class_count(class_k) to formatted_count
    string function trim(formatted_count) delimited by size
        into race_line with pointer line_pointer
    write race_record.

write_class_line.
    move spaces to race_record
    compute residue = class_k - 1
    move residue to formatted_residue
    move formatted_residue to race_line(5:3)
    move class_count(class_k) to formatted_count
    move formatted_count to race_line(9:12)
    if race_primes > 0
        compute share_pct rounded = class_count(class_k) * 100 / race_primes
        compute expected_count rounded = race_primes / phi
    else
        move 0 to share_pct, expected_count
    end-if
    compute expected_pct rounded = 100 / phi
    move share_pct to formatted_pct
    move formatted_pct to race_line(24:6)
    move expected_pct to formatted_pct
    move formatted_pct to race_line(36:6)
    compute deviation = class_count(class_k) - expected_count
    move deviation to formatted_deviation
    move formatted_deviation to race_line(44:15)
    write race_record.
