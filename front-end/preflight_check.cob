*> Author: Ben Walker
*> Student #: 0883544
*> Date: Sep. 3, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - warns (without failing the check) when
*>                      storage_growth_report's latest projection has
*>                      a category of files filling its space budget
*>                      inside the next 30 days.
*> Oct. 15, 2026 - BW - the conversion master record carries the keyed
*>                      batches' document-id/page/field columns and a
*>                      document-id alternate key.

identification division.
program-id. preflight_check.
    organization is line sequential
    file status is probe_status.

    select growth_file assign growth_identifier
    organization is line sequential.

    select master_file assign to "conversion_master.dat"
    organization is indexed
    access mode is dynamic
    record key is master_key
    alternate record key is master_decimal with duplicates
    alternate record key is master_doc_id with duplicates
    file status is probe_status.

    select primes_file assign to "eratosthenes_primes_indexed.dat"
01 probe_out_record.
    05 probe_out_line pic x(40).

fd growth_file.
01 growth_record.
    05 sh_date pic 9(8).
    05 filler pic x(1).
    05 sh_category pic x(12).
    05 filler pic x(1).
    05 sh_bytes pic 9(15).
    05 filler pic x(1).
    05 sh_files pic 9(7).
    05 filler pic x(1).
    05 sh_budget_bytes pic 9(15).
    05 filler pic x(1).
    05 sh_growth pic s9(15) sign leading separate.
    05 filler pic x(1).
    05 sh_projected pic 9(8).

fd master_file.
01 master_record.
    05 master_key.
    05 master_batch pic x(40).
    05 master_line pic 9(9).
    05 master_date pic 9(8).
    05 master_doc_id pic x(10). *> keyed batches: the document-id column; spaces otherwise
    05 master_page pic x(5). *> keyed batches: the page column
    05 master_field pic x(5). *> keyed batches: the field column

fd primes_file.
01 primes_record.
77 param_text pic x(30).
77 param_found pic 9.
77 formatted_count pic z(3)9. *> counts, no leading zeroes
77 growth_identifier pic x(40) value "storage_history.txt". *> the storage measurements and projections
*> each category's latest projection off the storage history
01 growth-warn-table.
    05 growth-warn-entry occurs 20 times.
        10 gw_category pic x(12).
        10 gw_date pic 9(8).
        10 gw_projected pic 9(8).
77 growth_count pic s9(4) comp. *> categories seen on the history
77 growth_k pic s9(4) comp. *> index over the categories
77 growth_match pic s9(4) comp. *> the category a history line speaks to
77 warn_limit pic 9(8). *> today plus 30 days
77 today_date pic 9(8). *> today, for the storage projections
77 exception_severity pic x(1). *> E or W, for the exceptions dataset
77 exception_reason pic x(12). *> reason code, for the exceptions dataset
77 exception_key_values pic x(40). *> key values, for the exceptions dataset
        end-if
    end-if

    *> 6. no category of files projected to fill its space budget
    *> within the month, going by the latest storage measurement
    call "CBL_CHECK_FILE_EXIST" using growth_identifier, preflight_check_buffer
    if return-code = 0
        accept today_date from date yyyymmdd
        compute warn_limit = function date-of-integer
            (function integer-of-date(today_date) + 30)
        move 0 to growth_count
        open input growth_file
        perform forever
            read growth_file
                at end exit perform
            end-read
            if sh_date is not numeric or sh_projected is not numeric
                exit perform cycle
            end-if
            move 0 to growth_match
            perform varying growth_k from 1 by 1 until growth_k > growth_count
                if gw_category(growth_k) = sh_category
                    move growth_k to growth_match
                end-if
            end-perform
            if growth_match = 0
                if growth_count >= 20
                    exit perform cycle
                end-if
                add 1 to growth_count
                move growth_count to growth_match
                move sh_category to gw_category(growth_match)
                move 0 to gw_date(growth_match)
            end-if
            if sh_date >= gw_date(growth_match)
                move sh_date to gw_date(growth_match)
                move sh_projected to gw_projected(growth_match)
            end-if
        end-perform
        close growth_file
        perform varying growth_k from 1 by 1 until growth_k > growth_count
            if gw_projected(growth_k) > 0
                and gw_projected(growth_k) <= warn_limit
                add 1 to checks_noted
                display "  WARN  :: storage " function trim(gw_category(growth_k))
                    " projected to fill its budget by " gw_projected(growth_k)
            end-if
        end-perform
    end-if

    display "================================================================"
    move checks_failed to formatted_count
    if checks_failed = 0
