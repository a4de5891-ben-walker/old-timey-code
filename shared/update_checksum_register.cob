*> update_checksum_register.cob
*>
*> The shop-wide dataset checksum register (checksum_register.txt):
*> a producing job RECORDs each output it closes -- its record
*> count, a running checksum over every byte, and the run ID that
*> made it -- and a consuming job VERIFYs the file against the
*> register before it trusts it, so a file truncated by a full disk,
*> edited by hand, or swapped for another run's copy is caught at
*> the door instead of loaded. Any file is read the same way, a
*> byte at a time: the checksum is the audit chain's (check * 31 +
*> byte, mod 999999937) and the record count is the line count, or
*> bytes over the record length for a fixed-length file. One entry
*> per dataset -- a rerun that produces the file again replaces its
*> entry -- rewritten as a two-pass copy through a work file behind
*> the shop lock-file convention. A VERIFY mismatch raises a
*> CHECKSUM exception against the calling program; the caller
*> decides what refusing the file means for it. checksum_verify_job
*> sweeps the whole register.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. update_checksum_register.

environment division.
input-output section.
file-control.
    select register_file assign register_identifier
    organization is line sequential.

    select regwork_file assign regwork_identifier
    organization is line sequential.

    *> the dataset itself, read a byte at a time whatever its layout
    select data_file assign data_identifier
    organization is sequential.

data division.
file section.
fd register_file.
01 register_record.
    05 ck_dataset pic x(64).
    05 filler pic x(1).
    05 ck_records pic 9(12).
    05 filler pic x(1).
    05 ck_checksum pic 9(9).
    05 filler pic x(1).
    05 ck_run_id pic 9(6).
    05 filler pic x(1).
    05 ck_program pic x(30).
    05 filler pic x(1).
    05 ck_record_length pic 9(4).
    05 filler pic x(1).
    05 ck_date pic 9(8).

fd regwork_file.
01 regwork_record.
    05 rwk_text pic x(139).

fd data_file.
01 data_record.
    05 data_byte pic x(1).

working-storage section.
77 register_identifier pic x(40) value "checksum_register.txt". *> the shop-wide checksum register
77 regwork_identifier pic x(40) value "checksum_register_work.txt". *> scratch copy for the rewrite
77 data_identifier pic x(64). *> the dataset being summed
77 register_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 byte_count pic 9(15). *> bytes read from the dataset
77 line_count pic 9(12). *> line feeds seen, plus an unterminated last line
77 last_byte pic x(1). *> the dataset's final byte
77 chain_work pic 9(15). *> check * 31 + byte, before the modulus
77 computed_records pic 9(12). *> the dataset's record count, as read now
77 computed_checksum pic 9(9). *> its checksum, as read now
77 entry_found pic 9. *> 1 once the dataset's entry has been seen
77 found_records pic 9(12). *> the register's record count for the dataset
77 found_checksum pic 9(9). *> the register's checksum for the dataset
77 found_length pic 9(4). *> the record length it was registered with
77 entry_date pic 9(8). *> today's date, for a RECORD
77 run_function pic x(8) value "CURRENT". *> the producing job's run ID is only read
77 current_run_id pic 9(6). *> stamped on a RECORD
77 lock_action pic x(4). *> TAKE or FREE, for the register's update lock
77 lock_name pic x(40) value "checksum_register.lock". *> whoever creates it holds the register
77 lock_owner pic x(30) value "update_checksum_register". *> written into the lock for the operator
77 lock_status pic 9. *> 1 = the lock could not be taken
77 lock_held pic 9. *> 1 while this caller holds the lock
77 exception_severity pic x(1) value "E". *> a mismatched dataset is an error
77 exception_reason pic x(12) value "CHECKSUM". *> reason code on the exceptions dataset
77 exception_keys pic x(40). *> the dataset that failed

linkage section.
77 checksum_action pic x(8). *> "RECORD" or "VERIFY"
77 checksum_dataset pic x(64). *> the dataset, as the jobs name it
77 checksum_record_length pic 9(4). *> fixed record length; 0 = line-structured
77 checksum_program pic x(30). *> the producing or consuming program
77 checksum_status pic 9. *> 0 = recorded / matches, 1 = not on the register,
                          *> 2 = mismatch, 3 = dataset not present

procedure division using checksum_action, checksum_dataset,
        checksum_record_length, checksum_program, checksum_status.
    move 0 to checksum_status, entry_found
    move checksum_dataset to data_identifier
    call "CBL_CHECK_FILE_EXIST" using data_identifier, register_check_buffer
    if return-code not = 0
        move 3 to checksum_status
        goback
    end-if

    if checksum_action = "VERIFY"
        *> the register's entry first: the record length the file was
        *> registered with is the one it is counted by now
        call "CBL_CHECK_FILE_EXIST" using register_identifier, register_check_buffer
        if return-code = 0
            open input register_file
            perform until entry_found = 1
                read register_file
                    at end exit perform
                end-read
                if ck_dataset = checksum_dataset
                    move 1 to entry_found
                    move ck_records to found_records
                    move ck_checksum to found_checksum
                    move ck_record_length to found_length
                end-if
            end-perform
            close register_file
        end-if
        if entry_found = 0
            move 1 to checksum_status
            goback
        end-if
        perform sum_dataset
        if computed_records = found_records
            and computed_checksum = found_checksum
            move 0 to checksum_status
        else
            move 2 to checksum_status
            move checksum_dataset to exception_keys
            call "write_exception" using checksum_program, exception_severity,
                exception_reason, exception_keys
            display "*** Checksum MISMATCH :: " function trim(checksum_dataset)
                " does not match the register; it is not to be trusted. ***"
        end-if
        goback
    end-if

    *> RECORD
    move checksum_record_length to found_length
    perform sum_dataset
    accept entry_date from date yyyymmdd
    call "run_id_register" using run_function, current_run_id

    move "TAKE" to lock_action
    call "take_file_lock" using lock_action, lock_name, lock_owner, lock_status
    if lock_status = 0
        move 1 to lock_held
    else
        move 0 to lock_held
        display "*** Could not get the checksum-register lock after ten"
            " tries; updating it unlocked -- a parallel update may be lost. ***"
    end-if

    *> copy the register to the work file with the dataset's entry
    *> replaced, then copy it back
    call "CBL_CHECK_FILE_EXIST" using register_identifier, register_check_buffer
    if return-code = 0
        open input register_file
        open output regwork_file
        perform forever
            read register_file
                at end exit perform
            end-read
            if entry_found = 0
                and ck_dataset = checksum_dataset
                move 1 to entry_found
                perform fill_entry
            end-if
            move spaces to regwork_record
            move register_record to rwk_text
            write regwork_record
        end-perform
        close register_file, regwork_file

        open input regwork_file
        open output register_file
        perform forever
            read regwork_file
                at end exit perform
            end-read
            move rwk_text to register_record
            write register_record
        end-perform
        close regwork_file, register_file
        call "CBL_DELETE_FILE" using regwork_identifier
    end-if

    *> a dataset produced for the first time is appended
    if entry_found = 0
        call "CBL_CHECK_FILE_EXIST" using register_identifier, register_check_buffer
        if return-code = 0
            open extend register_file
        else
            open output register_file
        end-if
        move spaces to register_record
        move checksum_dataset to ck_dataset
        perform fill_entry
        write register_record
        close register_file
    end-if

    if lock_held = 1
        move "FREE" to lock_action
        call "take_file_lock" using lock_action, lock_name, lock_owner,
            lock_status
    end-if
    goback.

*> the register entry for a RECORD, over what was just summed
fill_entry.
    move computed_records to ck_records
    move computed_checksum to ck_checksum
    move current_run_id to ck_run_id
    move checksum_program to ck_program
    move checksum_record_length to ck_record_length
    move entry_date to ck_date.

*> read the dataset through once, a byte at a time, for its
*> checksum and record count
sum_dataset.
    move 0 to byte_count, line_count, computed_checksum
    move x"0A" to last_byte
    open input data_file
    perform forever
        read data_file
            at end exit perform
        end-read
        add 1 to byte_count
        compute chain_work = computed_checksum * 31 + function ord(data_byte)
        compute computed_checksum = function mod(chain_work, 999999937)
        if data_byte = x"0A"
            add 1 to line_count
        end-if
        move data_byte to last_byte
    end-perform
    close data_file
    if last_byte not = x"0A"
        add 1 to line_count
    end-if
    if found_length > 0
        compute computed_records = byte_count / found_length
    else
        move line_count to computed_records
    end-if.
