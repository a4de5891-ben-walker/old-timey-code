*> Author: Ben Walker
*> Student #: 0883544
*> Date: Sep. 3, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - a Roman-calendar date written without a year
*>                      (year 0000 on the dataset) is engrossed as
*>                      "the twenty-seventh day of February", with no
*>                      year clause, instead of spelling year zero.

identification division.
program-id. engrossed_date_report.
        move drp_year to year_value
        call "decimal_to_ordinal_words" using day_value, day_ordinal,
            ordinal_status
        move spaces to year_words
        move 0 to words_status
        if drp_year not = 0
            call "decimal_to_words" using year_value, year_words, words_status
        end-if
        if ordinal_status not = 0 or words_status not = 0
            add 1 to records_skipped
            display "Skipped (unspellable date) :: "
        end-if

        move spaces to engrossed_record
        if drp_year = 0
            string "the " delimited by size
                   function trim(day_ordinal) delimited by size
                   " day of " delimited by size
                   function trim(month_name(drp_month)) delimited by size
                   "   (" delimited by size
                   function trim(date_source) delimited by size
                   ")" delimited by size
                into engrossed_text
        else
            string "the " delimited by size
                   function trim(day_ordinal) delimited by size
                   " day of " delimited by size
                   function trim(month_name(drp_month)) delimited by size
                   ", in the year " delimited by size
                   function trim(year_words) delimited by size
                   "   (" delimited by size
                   function trim(date_source) delimited by size
                   ")" delimited by size
                into engrossed_text
        end-if
        write engrossed_record
        add 1 to records_rendered
    end-perform
