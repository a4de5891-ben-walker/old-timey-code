*> Aug. 9, 2026 - BW - every run now appends an entry to the shared
*>                     compliance audit log, naming the upper_limit
*>                     sieved this run.
*> Oct. 15, 2026 - BW - the finished primes file is recorded on the
*>                      shop-wide checksum register (record count,
*>                      checksum, run ID), for stitch_prime_files to
*>                      verify before it trusts the file.

identification division.
program-id. print_primes_to_file.
77 audit_key_param pic x(40). *> upper_limit, edited out to text for the audit log
77 audit_key_param_edit pic z(11)9.
77 audit_result pic x(7) value "SUCCESS".
77 ck_action pic x(8) value "RECORD". *> this program only ever records its output
77 ck_record_length pic 9(4) value 0. *> primes files are line-structured
77 ck_status pic 9. *> the register's answer (unused on a RECORD)

copy "sieve-bitwork.cpy".

        end-perform
    close primes_file.

    call "update_checksum_register" using ck_action, primes_identifier,
        ck_record_length, audit_program_name, ck_status.

    move upper_limit to audit_key_param_edit
    string "upper_limit=" delimited by size
           function trim(audit_key_param_edit) delimited by size
