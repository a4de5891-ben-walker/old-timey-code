*>                      used so the least skipping is done. A catalog
*>                      entry whose cache file has gone missing is
*>                      simply passed over.
*> Oct. 15, 2026 - BW - the chosen cache file is verified against the
*>                      shop-wide checksum register before it is read;
*>                      a mismatch passes the cache over (the run
*>                      recomputes) and raises a CHECKSUM exception.

identification division.
program-id. load_sieve_from_file.
77 fill_start pic 9(12). *> first cached position of the run inside our window
77 fill_end pic 9(12). *> last cached position of the run inside our window
77 window_end pic 9(12). *> last cached position our window needs
77 ck_action pic x(8) value "VERIFY". *> this program only ever verifies a cache file
77 ck_dataset pic x(64). *> the cache file, for the checksum register
77 ck_record_length pic 9(4) value 26. *> cache records are fixed 26 bytes
77 ck_program pic x(30) value "load_sieve_from_file". *> the consumer, on any exception raised
77 ck_status pic 9. *> 0 = matches, 1 = not on the register, 2 = mismatch

copy "sieve-bitwork.cpy".

        goback
    end-if

    *> a cache that no longer matches what save_sieve_to_file wrote
    *> is not to be trusted; recomputing is always safe
    move cache_identifier to ck_dataset
    call "update_checksum_register" using ck_action, ck_dataset,
        ck_record_length, ck_program, ck_status
    if ck_status = 2
        display "Cached sieve " function trim(cache_identifier)
            " failed its checksum; recomputing instead."
        goback
    end-if

    open input cache_file
    read cache_file
        at end
