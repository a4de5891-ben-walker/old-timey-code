*>                      is evicted, cache file and all. The old single
*>                      eratosthenes_sieve_cache.dat convention is
*>                      retired.
*> Oct. 15, 2026 - BW - each cache file is recorded on the shop-wide
*>                      checksum register (26-byte records), so
*>                      load_sieve_from_file can verify it before a
*>                      run trusts it.

identification division.
program-id. save_sieve_to_file.
77 param_key pic x(20).
77 param_text pic x(30).
77 param_found pic 9.
77 ck_action pic x(8) value "RECORD". *> this program only ever records its cache files
77 ck_dataset pic x(64). *> the cache file, for the checksum register
77 ck_record_length pic 9(4) value 26. *> cache records are fixed 26 bytes
77 ck_program pic x(30) value "save_sieve_to_file". *> the producer, on the register entry
77 ck_status pic 9. *> the register's answer (unused on a RECORD)

copy "sieve-bitwork.cpy".

        move 0 to cache_body_filler
        write cache_record
    close cache_file
    move cache_identifier to ck_dataset
    call "update_checksum_register" using ck_action, ck_dataset,
        ck_record_length, ck_program, ck_status

    *> bring the catalog in, dropping any stale entry for this same
    *> window, ahead of adding the fresh one
