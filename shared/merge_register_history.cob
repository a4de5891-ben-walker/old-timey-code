*> merge_register_history.cob
*>
*> Build one reading copy of a register together with its compacted
*> history: the live register first, then every history file
*> register_compaction_job has filed for it, as listed on the
*> history catalog (register_history_catalog.txt). The history files
*> keep the register's own record layout, so a report that is asked
*> to include history simply reads the merged copy in place of the
*> live register, with the same record description, and deletes it
*> when done. Status 0 = the copy was built; 1 = neither the register
*> nor any history for it is on file.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. merge_register_history.

environment division.
input-output section.
file-control.
    select source_file assign source_identifier
    organization is line sequential.

    select target_file assign target_identifier
    organization is line sequential.

    select catalog_file assign catalog_identifier
    organization is line sequential.

data division.
file section.
fd source_file.
01 source_record.
    05 source_line pic x(200).

fd target_file.
01 target_record.
    05 target_line pic x(200).

fd catalog_file.
01 catalog_record.
    05 cat_register pic x(40).
    05 filler pic x(1).
    05 cat_history pic x(44).

working-storage section.
77 source_identifier pic x(44). *> the register or history file being copied
77 target_identifier pic x(40). *> the merged copy
77 catalog_identifier pic x(40) value "register_history_catalog.txt". *> every history file compaction has filed
77 merge_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 files_merged pic 9(4). *> register and history files copied in

linkage section.
77 merge_register pic x(40). *> the register whose history is wanted
77 merge_target pic x(40). *> the merged copy to build
77 merge_status pic 9. *> 0 = built, 1 = nothing on file

procedure division using merge_register, merge_target, merge_status.
    move 0 to files_merged
    move merge_target to target_identifier
    open output target_file

    move merge_register to source_identifier
    perform copy_source

    call "CBL_CHECK_FILE_EXIST" using catalog_identifier, merge_check_buffer
    if return-code = 0
        open input catalog_file
        perform forever
            read catalog_file
                at end exit perform
            end-read
            if cat_register = merge_register
                move cat_history to source_identifier
                perform copy_source
            end-if
        end-perform
        close catalog_file
    end-if
    close target_file

    if files_merged = 0
        call "CBL_DELETE_FILE" using target_identifier
        move 1 to merge_status
    else
        move 0 to merge_status
    end-if
    goback.

*> a history file purged or lost since it was catalogued is skipped
copy_source.
    call "CBL_CHECK_FILE_EXIST" using source_identifier, merge_check_buffer
    if return-code = 0
        add 1 to files_merged
        open input source_file
        perform forever
            read source_file
                at end exit perform
            end-read
            move source_line to target_line
            write target_record
        end-perform
        close source_file
    end-if.
