                WHEN CT-SIN-RESPUESTA
                    DISPLAY 'Contacto ' CT-FECHA-CONTACTO
                        ': sin respuesta'
                WHEN CT-NO-CONTACTAR
                    DISPLAY 'Contacto ' CT-FECHA-CONTACTO
                        ': pidio no ser contactado'
                WHEN OTHER
                    DISPLAY 'Contacto ' CT-FECHA-CONTACTO
                        ': ' CT-RESULTADO
