*> count_business_days.cob
*>
*> Count the business days from one date to a later one on the
*> shop's processing calendar -- the same calendar get_business_date
*> rolls across: Saturdays, Sundays, and every date listed in
*> holiday_dates.txt are not business days. The count is of the
*> business days after the from-date up to and including the
*> to-date, so a delivery arriving Friday and processed Monday took
*> one business day, and one processed the day it arrived took none.
*> A to-date on or before the from-date counts zero. The holiday list
*> is read once per job; working-storage stays resident for the rest
*> of it.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. count_business_days.

environment division.
input-output section.
file-control.
    select holiday_file assign holiday_identifier
    organization is line sequential.

data division.
file section.
fd holiday_file.
01 holiday_record.
    05 holiday_date pic 9(8).

working-storage section.
77 holiday_identifier pic x(40) value "holiday_dates.txt". *> one yyyymmdd per line
77 holiday_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 holidays_loaded pic 9 value 0. *> 1 once the holiday list has been read this job
*> the holiday list, held for the rest of the job
01 holiday-table.
    05 held_holiday pic 9(8) occurs 400 times.
77 holiday_count pic s9(4) comp value 0. *> holidays held
77 holiday_k pic s9(4) comp. *> index over the holidays
77 from_integer pic 9(9). *> the from-date as a day count
77 to_integer pic 9(9). *> the to-date as a day count
77 day_integer pic 9(9). *> the day being weighed
77 day_of_week pic 9. *> 0 = Sunday, 1 = Monday, ... 6 = Saturday
77 day_date pic 9(8). *> the day being weighed, yyyymmdd
77 is_business pic 9. *> 1 while the day is a working day

linkage section.
77 from_date pic 9(8). *> the starting date, yyyymmdd (not itself counted)
77 to_date pic 9(8). *> the ending date, yyyymmdd
77 business_days pic 9(5). *> business days between them

procedure division using from_date, to_date, business_days.
    move 0 to business_days
    if holidays_loaded = 0
        move 1 to holidays_loaded
        call "CBL_CHECK_FILE_EXIST" using holiday_identifier, holiday_check_buffer
        if return-code = 0
            open input holiday_file
            perform forever
                read holiday_file
                    at end exit perform
                end-read
                if holiday_count < 400
                    add 1 to holiday_count
                    move holiday_date to held_holiday(holiday_count)
                end-if
            end-perform
            close holiday_file
        end-if
    end-if

    if from_date is not numeric or to_date is not numeric
        or from_date = 0 or to_date = 0 or to_date <= from_date
        goback
    end-if

    compute from_integer = function integer-of-date(from_date)
    compute to_integer = function integer-of-date(to_date)
    compute day_integer = from_integer + 1
    perform until day_integer > to_integer
        move 1 to is_business
        compute day_of_week = function mod(day_integer, 7)
        if day_of_week = 6 or day_of_week = 0
            move 0 to is_business
        else
            compute day_date = function date-of-integer(day_integer)
            perform varying holiday_k from 1 by 1
                until holiday_k > holiday_count or is_business = 0
                if held_holiday(holiday_k) = day_date
                    move 0 to is_business
                end-if
            end-perform
        end-if
        if is_business = 1
            add 1 to business_days
        end-if
        add 1 to day_integer
    end-perform.
