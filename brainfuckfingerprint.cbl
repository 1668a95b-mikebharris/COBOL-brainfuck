identification division.
program-id. BrainfuckFingerprint.

*> Modification history
*> 2026-10-15  New program. Reads a Brainfuck program file byte by byte
*>             and hands back its source fingerprint - an Adler-32
*>             checksum of every byte in the file - so the catalog can
*>             hold the fingerprint of the program text that was
*>             approved, and BrainfuckCatalogCheck can report an entry
*>             whose file has since been edited in place. Called by
*>             BrainfuckCatalog and BrainfuckCatalogMaint when an entry
*>             is added, re-pointed or re-approved, and by
*>             BrainfuckCatalogCheck for every entry. BrainfuckEngine
*>             computes the same checksum over the program it loads;
*>             the two calculations must be kept in step, or every
*>             cataloged program will be refused as drifted. Completion
*>             code 0 means the fingerprint was computed and 16 that the
*>             program file could not be read (fingerprint and length
*>             come back zero).
*>
*> The fingerprint is two running sums kept modulo 65521: A starts at
*> one and adds each byte's value (0-255), B adds each new A. The
*> result is B * 65536 + A, which fits in ten digits. An empty file
*> fingerprints as 1.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select ProgramFile assign to ProgramFileName
        organization is sequential
        file status is ProgramFileStatus.

data division.
file section.
    fd ProgramFile.
    01 ProgramByte pic x.

working-storage section.
    01 ProgramFileName pic x(100) value spaces.
    01 ProgramFileStatus pic xx value zeroes.
        88 EndOfProgramFile value "10".
    01 ProgramReadState pic x value "N".
        88 ProgramReadToEnd value "Y".
    01 FingerprintModulus constant 65521.
    01 FingerprintSumA pic 9(5) usage binary value 1.
    01 FingerprintSumB pic 9(5) usage binary value zero.
    01 ProgramByteCount pic 9(9) usage binary value zero.

linkage section.
    01 LinkProgramFileName pic x(100).
    01 LinkProgramFingerprint pic 9(10).
    01 LinkProgramByteCount pic 9(9).
    01 LinkFingerprintCompletionCode pic 9(3).

procedure division using LinkProgramFileName LinkProgramFingerprint
        LinkProgramByteCount LinkFingerprintCompletionCode.

    move zero to LinkProgramFingerprint
    move zero to LinkProgramByteCount
    move 1 to FingerprintSumA
    move zero to FingerprintSumB
    move zero to ProgramByteCount
    move "N" to ProgramReadState
    move LinkProgramFileName to ProgramFileName

    open input ProgramFile
    if ProgramFileStatus is not equal to "00" then
        move 16 to LinkFingerprintCompletionCode
        goback
    end-if

    read ProgramFile next record
        at end set EndOfProgramFile to true
    end-read
    perform until ProgramFileStatus is not equal to "00"
        add 1 to ProgramByteCount
        *> Note in COBOL ASCII codes start at 1 not 0
        compute FingerprintSumA =
            mod(FingerprintSumA + ord(ProgramByte) - 1, FingerprintModulus)
        end-compute
        compute FingerprintSumB =
            mod(FingerprintSumB + FingerprintSumA, FingerprintModulus)
        end-compute
        read ProgramFile next record
            at end set EndOfProgramFile to true
        end-read
    end-perform
    if EndOfProgramFile then
        set ProgramReadToEnd to true
    end-if
    close ProgramFile

    if not ProgramReadToEnd then
        move 16 to LinkFingerprintCompletionCode
        goback
    end-if

    compute LinkProgramFingerprint =
        FingerprintSumB * 65536 + FingerprintSumA
    end-compute
    move ProgramByteCount to LinkProgramByteCount
    move zero to LinkFingerprintCompletionCode
    goback
    .

end program BrainfuckFingerprint.
