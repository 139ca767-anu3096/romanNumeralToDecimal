*> Shared generation-catalog record layout - one line per numbered
*> generation of a window dataset (ROMANOUT, ROMANREJ, ROMANSORT,
*> ROMANBILL). ROMANGEN writes a line each time a run leaves a dataset
*> behind: the dataset, its generation number, the run id whose work
*> it holds, when it was taken, how many records it held, and the name
*> the generation copy is kept under. When the retention count rolls a
*> generation off, its copy is deleted and the line stays, marked
*> rolled off, so the catalog still shows that it existed. ROMANBAL,
*> ROMANBIL and ROMANSRT look a generation up here by number to
*> process a past window exactly as it stood.
01 generation-record.
    02 gc-dataset pic x(9).
    02 filler pic x.
    02 gc-generation pic 9(4).
    02 filler pic x.
    02 gc-run-id pic 9(6).
    02 filler pic x.
    02 gc-created pic x(14).
    02 filler pic x.
    02 gc-records pic 9(7).
    02 filler pic x.
    02 gc-status pic x.
        88 gc-kept value 'K'.
        88 gc-rolled-off value 'R'.
    02 filler pic x.
    02 gc-file-name pic x(20).
