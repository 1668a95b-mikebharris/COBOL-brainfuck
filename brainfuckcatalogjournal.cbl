identification division.
program-id. BrainfuckCatalogJournal.

*> Modification history
*> 2026-10-15  New program. Appends one record to the catalog journal,
*>             CATJRNL, for every change made to a CATALOG record - who
*>             made it (operator id), which program made it, when, what
*>             kind of change, and the whole catalog record as it stood
*>             before and after - so "who pointed this entry at that
*>             file" is answered from the journal instead of from
*>             memory. Called by BrainfuckCatalog, BrainfuckCatalogMaint
*>             and BrainfuckScheduler after each successful write,
*>             rewrite or delete. An add journals a blank before image
*>             and a delete a blank after image.
*> 2026-10-15  Documented the APPROVE action journaled when
*>             BrainfuckCatalogMaint re-approves an entry's program
*>             file.
*>
*> Catalog journal record layout:
*>   1-21     timestamp of the change
*>   23-30    operator id
*>   32-55    program that made the change
*>   57-64    action - ADD, CHANGE, DELETE, LASTRUN (the last-run
*>            date stamp made when an entry is run or scheduled) or
*>            APPROVE (a new approved source fingerprint recorded by
*>            BrainfuckCatalogMaint)
*>   66-73    catalog program id
*>   75-674   catalog record before the change
*>   676-1275 catalog record after the change
*> The image columns are wider than the catalog record, so the journal
*> layout does not change every time the catalog record grows; the
*> unused tail of each image is spaces.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select CatalogJournalFile assign to "CATJRNL"
        organization is sequential
        file status is CatalogJournalFileStatus.

data division.
file section.
    fd CatalogJournalFile.
    01 CatalogJournalRecord.
        02 JournalTimestamp pic x(21).
        02 filler pic x.
        02 JournalOperatorId pic x(8).
        02 filler pic x.
        02 JournalSourceProgram pic x(24).
        02 filler pic x.
        02 JournalAction pic x(8).
        02 filler pic x.
        02 JournalProgramId pic x(8).
        02 filler pic x.
        02 JournalBeforeImage pic x(600).
        02 filler pic x.
        02 JournalAfterImage pic x(600).

working-storage section.
    01 CatalogJournalFileStatus pic xx value zeroes.
        88 CatalogJournalFileNotFound value "35".

linkage section.
    01 LinkOperatorId pic x(8).
    01 LinkSourceProgram pic x(24).
    01 LinkJournalAction pic x(8).
    01 LinkBeforeImage pic x(600).
    01 LinkAfterImage pic x(600).

procedure division using LinkOperatorId LinkSourceProgram
        LinkJournalAction LinkBeforeImage LinkAfterImage.

    move spaces to CatalogJournalRecord
    move current-date to JournalTimestamp
    move LinkOperatorId to JournalOperatorId
    move LinkSourceProgram to JournalSourceProgram
    move LinkJournalAction to JournalAction
    if LinkAfterImage is equal to spaces then
        move LinkBeforeImage(1:8) to JournalProgramId
    else
        move LinkAfterImage(1:8) to JournalProgramId
    end-if
    move LinkBeforeImage to JournalBeforeImage
    move LinkAfterImage to JournalAfterImage

    open extend CatalogJournalFile
    if CatalogJournalFileNotFound then
        open output CatalogJournalFile
    end-if
    if CatalogJournalFileStatus is equal to "00" then
        write CatalogJournalRecord
        close CatalogJournalFile
    else
        display "Catalog journal CATJRNL could not be opened - status "
            CatalogJournalFileStatus " - change to "
            trim(JournalProgramId) " not journaled"
    end-if
    goback
    .

end program BrainfuckCatalogJournal.
