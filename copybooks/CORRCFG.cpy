*> Job-stream parameters. The directory holding the batch programs'
*> executables, ending in "/"; the stream runs them from the data
*> directory it is started in.
01  CRC-PARAMETROS.
    05 CRC-DIRECTORIO        PIC X(60).
