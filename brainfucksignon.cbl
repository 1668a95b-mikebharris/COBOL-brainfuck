identification division.
program-id. BrainfuckSignOn.

*> Modification history
*> 2026-10-15  New program. Looks an operator id up on the operator
*>             authority file, OPERAUTH, and hands back the operator's
*>             name and what they may do to the catalog - run, add,
*>             change, delete - so BrainfuckCatalog and
*>             BrainfuckCatalogMaint can refuse work the operator is not
*>             authorised for instead of letting anyone who can reach
*>             the menu or submit a transaction deck change the
*>             catalog. Completion code 0 means the operator is on
*>             file, 4 that they are not (or no id was given), and 16
*>             that OPERAUTH could not be read - every authority comes
*>             back "N" unless the code is 0.
*>
*> Operator authority file format - one fixed-length record per
*> operator, maintained by the security administrator:
*>   1-8      operator id
*>   9-38     operator name
*>   39       Y if the operator may run cataloged programs
*>   40       Y if the operator may add catalog entries
*>   41       Y if the operator may change catalog entries
*>   42       Y if the operator may delete catalog entries
*> Anything other than Y in an authority column means not authorised.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select OperatorAuthorityFile assign to "OPERAUTH"
        organization is sequential
        file status is OperatorAuthorityFileStatus.

data division.
file section.
    fd OperatorAuthorityFile.
    01 OperatorAuthorityRecord.
        02 AuthorityOperatorId pic x(8).
        02 AuthorityOperatorName pic x(30).
        02 AuthorityMayRun pic x.
        02 AuthorityMayAdd pic x.
        02 AuthorityMayChange pic x.
        02 AuthorityMayDelete pic x.

working-storage section.
    01 OperatorAuthorityFileStatus pic xx value zeroes.
        88 EndOfOperatorAuthorityFile value "10".
    01 OperatorFoundState pic x value "N".
        88 OperatorWasFound value "Y".

linkage section.
    01 LinkOperatorId pic x(8).
    01 LinkOperatorAuthority.
        02 LinkOperatorName pic x(30).
        02 LinkMayRun pic x.
        02 LinkMayAdd pic x.
        02 LinkMayChange pic x.
        02 LinkMayDelete pic x.
    01 LinkSignOnCompletionCode pic 9(3).

procedure division using LinkOperatorId LinkOperatorAuthority
        LinkSignOnCompletionCode.

    move spaces to LinkOperatorName
    move "N" to LinkMayRun
    move "N" to LinkMayAdd
    move "N" to LinkMayChange
    move "N" to LinkMayDelete
    move "N" to OperatorFoundState

    if LinkOperatorId is equal to spaces then
        move 4 to LinkSignOnCompletionCode
        goback
    end-if

    open input OperatorAuthorityFile
    if OperatorAuthorityFileStatus is not equal to "00" then
        display "Operator authority file OPERAUTH could not be opened - status "
            OperatorAuthorityFileStatus
        move 16 to LinkSignOnCompletionCode
        goback
    end-if

    read OperatorAuthorityFile next record
        at end set EndOfOperatorAuthorityFile to true
    end-read
    perform until EndOfOperatorAuthorityFile or OperatorWasFound
        if AuthorityOperatorId is equal to LinkOperatorId then
            set OperatorWasFound to true
            move AuthorityOperatorName to LinkOperatorName
            if AuthorityMayRun is equal to "Y" then
                move "Y" to LinkMayRun
            end-if
            if AuthorityMayAdd is equal to "Y" then
                move "Y" to LinkMayAdd
            end-if
            if AuthorityMayChange is equal to "Y" then
                move "Y" to LinkMayChange
            end-if
            if AuthorityMayDelete is equal to "Y" then
                move "Y" to LinkMayDelete
            end-if
        else
            read OperatorAuthorityFile next record
                at end set EndOfOperatorAuthorityFile to true
            end-read
        end-if
    end-perform
    close OperatorAuthorityFile

    if OperatorWasFound then
        move zero to LinkSignOnCompletionCode
    else
        move 4 to LinkSignOnCompletionCode
    end-if
    goback
    .

end program BrainfuckSignOn.
