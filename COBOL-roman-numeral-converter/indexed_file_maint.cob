*> Author: Ben Walker
*> Student #: 0883544
*> Date: Sep. 2, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - the unload row widened for the conversion
*>                      master's document-id/page/field columns; an
*>                      unload taken before them rebuilds with those
*>                      columns blank, which is how an existing master
*>                      picks up the new layout.

identification division.
program-id. indexed_file_maint.
    organization is indexed
    access mode is dynamic
    record key is master_key
    alternate record key is master_decimal with duplicates
    alternate record key is master_doc_id with duplicates.

    select primes_file assign to "eratosthenes_primes_indexed.dat"
    organization is indexed
    05 master_batch pic x(40).
    05 master_line pic 9(9).
    05 master_date pic 9(8).
    05 master_doc_id pic x(10). *> keyed batches: the document-id column; spaces otherwise
    05 master_page pic x(5). *> keyed batches: the page column
    05 master_field pic x(5). *> keyed batches: the field column

fd primes_file.
01 primes_record.

fd unload_file.
01 unload_record.
    05 unload_text pic x(123).

working-storage section.
77 which_file pic x(10). *> MASTER or PRIMES, as keyed by the operator
