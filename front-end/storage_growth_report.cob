*> storage_growth_report.cob
*>
*> Storage growth and capacity projection, so a full disk is seen a
*> month out instead of in the middle of the window. Measures every
*> category of file the shop keeps:
*>
*>   MASTER       conversion_master.dat
*>   PRIMES       eratosthenes_primes_indexed.dat
*>   REGISTERS    anything named "...register..."
*>   AUDIT_LOGS   audit_log.txt and its monthly generations
*>   RUN_STATS    run_stats.txt and its monthly generations
*>   GENERATIONS  the _gNNNN datasets GEN_DATASETS produces
*>   SIEVE_CACHE  the sieve cache library and its catalog
*>   DR_SETS      everything under the drset_<yyyymmdd>/ sets
*>
*> The two masters are measured by name; the rest are measured off
*> the storage manifest (storage_manifest.txt, one file name per
*> line, refreshed by whatever lists the work directory -- the same
*> convention as the scavenger's work manifest). Each run's
*> measurements are appended to the storage history
*> (storage_history.txt), and each category is compared with its
*> latest measurement from an earlier month: the growth per 30 days,
*> and the date that growth would exhaust the category's space
*> budget (BUDGET_<category> in MB, archive_purge_params.txt; 0 or
*> unset means no budget). preflight_check reads the latest
*> projections back off the history and warns when one falls inside
*> the next 30 days. Written to storage_growth_<yyyymmdd>.txt.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. storage_growth_report.

environment division.
input-output section.
file-control.
    select manifest_file assign manifest_identifier
    organization is line sequential.

    select history_file assign history_identifier
    organization is line sequential.

    select report_file assign report_identifier
    organization is line sequential.

data division.
file section.
fd manifest_file.
01 manifest_record.
    05 manifest_file_name pic x(80).

fd history_file.
01 history_record.
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

fd report_file.
01 report_record.
    05 report_text pic x(132).

working-storage section.
*> the categories, in report order
01 category-table-def.
    05 filler pic x(12) value "MASTER".
    05 filler pic x(12) value "PRIMES".
    05 filler pic x(12) value "REGISTERS".
    05 filler pic x(12) value "AUDIT_LOGS".
    05 filler pic x(12) value "RUN_STATS".
    05 filler pic x(12) value "GENERATIONS".
    05 filler pic x(12) value "SIEVE_CACHE".
    05 filler pic x(12) value "DR_SETS".
01 category-table redefines category-table-def.
    05 category_name pic x(12) occurs 8 times.
01 measure-table.
    05 measure-entry occurs 8 times.
        10 ms_bytes pic 9(15).
        10 ms_files pic 9(7).
        10 ms_budget_bytes pic 9(15).
        10 ms_prior_date pic 9(8).
        10 ms_prior_bytes pic 9(15).
        10 ms_growth pic s9(15).
        10 ms_projected pic 9(8).
77 category_k pic s9(4) comp. *> index over the categories
77 match_category pic s9(4) comp. *> the category a file falls in, 0 if none
*> the file-details area CBL_CHECK_FILE_EXIST fills; the size leads
01 storage-file-details.
    05 storage_file_size pic x(8) comp-x.
    05 filler pic x(56).
77 manifest_identifier pic x(40) value "storage_manifest.txt". *> the files to measure
77 history_identifier pic x(40) value "storage_history.txt". *> each run's measurements and projections
77 report_identifier pic x(44). *> today's growth report
77 storage_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 measure_identifier pic x(80). *> the file being measured
77 scan_k pic s9(4) comp. *> position in a file name
77 name_length pic s9(4) comp. *> characters in a file name
77 unclassified_count pic 9(7) value 0. *> manifest files in no category
77 missing_count pic 9(7) value 0. *> manifest files no longer on disk
77 manifest_present pic 9 value 0. *> 1 when the manifest was on disk
77 param_identifier pic x(40) value "archive_purge_params.txt". *> the operations settings family
77 param_key pic x(20). *> setting being looked up
77 param_text pic x(30). *> its value, as text
77 param_found pic 9. *> 1 if the setting is on file
01 today_date pic 9(8). *> today, the measurement date
01 today_parts redefines today_date.
    05 today_year pic 9(4).
    05 today_month pic 9(2).
    05 today_day pic 9(2).
77 this_month pic 9(6). *> today's yyyymm, to skip this month's earlier runs
77 days_between pic s9(7). *> days since the prior measurement
77 days_left pic s9(9). *> days until the budget is exhausted
77 projected_day pic s9(9). *> projected exhaustion, as a day number
77 warn_limit pic 9(8). *> today plus 30 days
77 warning_count pic 9(4) value 0. *> categories projected full inside 30 days
77 used_pct pic 9(5). *> share of the budget in use
77 formatted_kb pic z(11)9. *> sizes in KB, no leading zeroes
77 formatted_growth pic -(11)9. *> growth in KB, signed
77 formatted_files pic z(6)9. *> file counts, no leading zeroes
77 formatted_pct pic z(4)9. *> budget share, no leading zeroes
77 formatted_count pic z(3)9. *> counts, no leading zeroes
77 projection_text pic x(16). *> the projected date, or why there isn't one
77 audit_program_name pic x(30) value "storage_growth_report". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the warning count, for the audit log
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    move 0 to unclassified_count, missing_count, manifest_present, warning_count
    initialize measure-table
    accept today_date from date yyyymmdd
    compute this_month = today_year * 100 + today_month
    compute warn_limit = function date-of-integer
        (function integer-of-date(today_date) + 30)

    move "conversion_master.dat" to measure_identifier
    move 1 to match_category
    perform measure_file
    move "eratosthenes_primes_indexed.dat" to measure_identifier
    move 2 to match_category
    perform measure_file
    perform measure_manifest

    perform varying category_k from 1 by 1 until category_k > 8
        move spaces to param_key
        string "BUDGET_" delimited by size
               function trim(category_name(category_k)) delimited by size
            into param_key
        call "read_control_param" using param_identifier, param_key, param_text,
            param_found
        if param_found = 1 and function trim(param_text) is numeric
            compute ms_budget_bytes(category_k) =
                function numval(param_text) * 1048576
        end-if
    end-perform

    perform load_prior_measurements
    perform project_categories
    perform append_history
    perform write_report

    move spaces to audit_key_param
    move warning_count to formatted_count
    string function trim(formatted_count) delimited by size
           " full inside 30 days" delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    if warning_count > 0
        move 1 to return-code
    else
        move 0 to return-code
    end-if
    goback.

*> every other category is measured off the manifest; the masters
*> were measured by name and are passed over if listed
measure_manifest.
    call "CBL_CHECK_FILE_EXIST" using manifest_identifier, storage_check_buffer
    if return-code not = 0
        display "No storage manifest; only the masters are measured :: "
            function trim(manifest_identifier)
        exit paragraph
    end-if
    move 1 to manifest_present
    open input manifest_file
    perform forever
        read manifest_file
            at end exit perform
        end-read
        if manifest_file_name = spaces
            exit perform cycle
        end-if
        move function trim(manifest_file_name) to measure_identifier
        if measure_identifier = "conversion_master.dat"
            or measure_identifier = "eratosthenes_primes_indexed.dat"
            exit perform cycle
        end-if
        perform classify_file
        if match_category = 0
            add 1 to unclassified_count
        else
            perform measure_file
        end-if
    end-perform
    close manifest_file.

*> the first rule a name meets decides its category
classify_file.
    move 0 to match_category
    move function length(function trim(measure_identifier)) to name_length
    evaluate true
        when measure_identifier(1:6) = "drset_"
            move 8 to match_category
        when measure_identifier(1:9) = "audit_log"
            move 4 to match_category
        when measure_identifier(1:9) = "run_stats"
            move 5 to match_category
        when measure_identifier(1:12) = "sieve_cache_"
            move 7 to match_category
    end-evaluate
    if match_category = 0
        perform varying scan_k from 1 by 1
            until scan_k > name_length - 6 or match_category > 0
            if measure_identifier(scan_k : 2) = "_g"
                and measure_identifier(scan_k + 2 : 4) is numeric
                and (measure_identifier(scan_k + 6 : 1) = "_"
                    or measure_identifier(scan_k + 6 : 1) = ".")
                move 6 to match_category
            end-if
        end-perform
    end-if
    if match_category = 0
        perform varying scan_k from 1 by 1
            until scan_k > name_length - 7 or match_category > 0
            if measure_identifier(scan_k : 8) = "register"
                move 3 to match_category
            end-if
        end-perform
    end-if.

measure_file.
    call "CBL_CHECK_FILE_EXIST" using measure_identifier, storage-file-details
    if return-code = 0
        add storage_file_size to ms_bytes(match_category)
        add 1 to ms_files(match_category)
    else
        if match_category > 2
            add 1 to missing_count
        end-if
    end-if.

*> each category's latest measurement from an earlier month
load_prior_measurements.
    call "CBL_CHECK_FILE_EXIST" using history_identifier, storage_check_buffer
    if return-code = 0
        open input history_file
        perform forever
            read history_file
                at end exit perform
            end-read
            if sh_date is not numeric or sh_date / 100 >= this_month
                exit perform cycle
            end-if
            perform varying category_k from 1 by 1 until category_k > 8
                if sh_category = category_name(category_k)
                    and sh_date >= ms_prior_date(category_k)
                    move sh_date to ms_prior_date(category_k)
                    move sh_bytes to ms_prior_bytes(category_k)
                end-if
            end-perform
        end-perform
        close history_file
    end-if.

*> growth is put on a 30-day footing; a category already over its
*> budget is projected full today
project_categories.
    perform varying category_k from 1 by 1 until category_k > 8
        move 0 to ms_growth(category_k), ms_projected(category_k)
        if ms_prior_date(category_k) > 0
            compute days_between = function integer-of-date(today_date)
                - function integer-of-date(ms_prior_date(category_k))
            if days_between > 0
                compute ms_growth(category_k) rounded =
                    (ms_bytes(category_k) - ms_prior_bytes(category_k))
                    * 30 / days_between
            end-if
        end-if
        if ms_budget_bytes(category_k) > 0
            if ms_bytes(category_k) >= ms_budget_bytes(category_k)
                move today_date to ms_projected(category_k)
            else
                if ms_growth(category_k) > 0
                    compute days_left = (ms_budget_bytes(category_k)
                        - ms_bytes(category_k)) * 30 / ms_growth(category_k)
                        on size error move 999999999 to days_left
                    end-compute
                    compute projected_day =
                        function integer-of-date(today_date) + days_left
                    if projected_day < function integer-of-date(99991231)
                        compute ms_projected(category_k) =
                            function date-of-integer(projected_day)
                    end-if
                end-if
            end-if
        end-if
        if ms_projected(category_k) > 0
            and ms_projected(category_k) <= warn_limit
            add 1 to warning_count
        end-if
    end-perform.

append_history.
    call "CBL_CHECK_FILE_EXIST" using history_identifier, storage_check_buffer
    if return-code = 0
        open extend history_file
    else
        open output history_file
    end-if
    perform varying category_k from 1 by 1 until category_k > 8
        move spaces to history_record
        move today_date to sh_date
        move category_name(category_k) to sh_category
        move ms_bytes(category_k) to sh_bytes
        move ms_files(category_k) to sh_files
        move ms_budget_bytes(category_k) to sh_budget_bytes
        move ms_growth(category_k) to sh_growth
        move ms_projected(category_k) to sh_projected
        write history_record
    end-perform
    close history_file.

write_report.
    move spaces to report_identifier
    string "storage_growth_" delimited by size
           today_date delimited by size
           ".txt" delimited by size
        into report_identifier
    open output report_file
    move spaces to report_record
    string "Storage growth and capacity projection :: " delimited by size
           today_date delimited by size
        into report_text
    write report_record
    display report_text
    move spaces to report_record
    move "  Category" to report_text(1:10)
    move "Files" to report_text(18:5)
    move "Size KB" to report_text(29:7)
    move "Prior KB" to report_text(42:8)
    move "KB/30 days" to report_text(54:10)
    move "Budget KB" to report_text(69:9)
    move "Used%" to report_text(79:5)
    move "Full by" to report_text(86:7)
    write report_record
    display report_text
    move spaces to report_record
    move all "-" to report_text(1:119)
    write report_record
    display report_text(1:119)

    perform varying category_k from 1 by 1 until category_k > 8
        perform report_category
    end-perform

    move spaces to report_record
    move all "-" to report_text(1:119)
    write report_record
    display report_text(1:119)
    if manifest_present = 0
        move spaces to report_record
        string "  no storage manifest (" delimited by size
               function trim(manifest_identifier) delimited by size
               "); only the masters were measured" delimited by size
            into report_text
        write report_record
        display report_text
    end-if
    if unclassified_count > 0 or missing_count > 0
        move spaces to report_record
        move unclassified_count to formatted_files
        string "  manifest files in no category: " delimited by size
               function trim(formatted_files) delimited by size
            into report_text
        move missing_count to formatted_files
        string " :: listed but gone: " delimited by size
               function trim(formatted_files) delimited by size
            into report_text(50:40)
        write report_record
        display report_text
    end-if
    move spaces to report_record
    move warning_count to formatted_count
    string "Categories projected full inside 30 days: " delimited by size
           function trim(formatted_count) delimited by size
        into report_text
    write report_record
    display report_text
    close report_file
    display "Storage growth report :: " function trim(report_identifier).

report_category.
    move spaces to report_record
    move category_name(category_k) to report_text(3:12)
    move ms_files(category_k) to formatted_files
    move formatted_files to report_text(16:7)
    compute formatted_kb = (ms_bytes(category_k) + 1023) / 1024
    move formatted_kb to report_text(24:12)
    if ms_prior_date(category_k) = 0
        move "no history" to report_text(40:10)
    else
        compute formatted_kb = (ms_prior_bytes(category_k) + 1023) / 1024
        move formatted_kb to report_text(38:12)
        compute formatted_growth = ms_growth(category_k) / 1024
        move formatted_growth to report_text(52:12)
    end-if
    if ms_budget_bytes(category_k) = 0
        move "no budget" to projection_text
        move "none" to report_text(74:4)
    else
        compute formatted_kb = ms_budget_bytes(category_k) / 1024
        move formatted_kb to report_text(66:12)
        compute used_pct = ms_bytes(category_k) * 100
            / ms_budget_bytes(category_k)
        move used_pct to formatted_pct
        move formatted_pct to report_text(79:5)
        evaluate true
            when ms_bytes(category_k) >= ms_budget_bytes(category_k)
                move "OVER BUDGET" to projection_text
            when ms_projected(category_k) > 0
                move ms_projected(category_k) to projection_text
            when ms_prior_date(category_k) = 0
                move "no history" to projection_text
            when ms_growth(category_k) > 0
                move "not in sight" to projection_text
            when other
                move "not growing" to projection_text
        end-evaluate
    end-if
    move projection_text to report_text(86:16)
    if ms_projected(category_k) > 0
        and ms_projected(category_k) <= warn_limit
        move "<< inside 30 days" to report_text(103:17)
    end-if
    write report_record
    display report_text.
